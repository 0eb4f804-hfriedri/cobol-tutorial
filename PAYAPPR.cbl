       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPPR.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PayAdjFile ASSIGN TO "payadj.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayAdjStatus.
              SELECT EmployeeFile ASSIGN TO "empmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EmpID.
              SELECT PaycheckFile ASSIGN TO "paychk.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PaycheckStatus.
              SELECT OPTIONAL PayJrnlFile ASSIGN TO "payjrnl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayJrnlStatus.
              SELECT OPTIONAL PtoBalFile ASSIGN TO "ptobal.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PbKey.
              SELECT OPTIONAL CommPayFile ASSIGN TO "commpay.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CmEmpID.
              SELECT AdjListFile ASSIGN TO "payadj.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PayAdjFile.
       01  PayAdjRecord.
               02  PqReqType          PIC X.
                   88  PqIsVoid       VALUE 'V'.
                   88  PqIsReissue    VALUE 'S'.
                   88  PqIsOffCycle   VALUE 'O'.
               02  PqEmpID            PIC 9(4).
               02  PqCheckSeq         PIC 9(7).
               02  PqCheckDate        PIC X(8).
               02  PqCheckNet         PIC 9(6)V99.
               02  PqEarnType         PIC X.
               02  PqHours            PIC 99V99.
               02  PqAmount           PIC 9(6)V99.
               02  PqDedFlag          PIC X.
               02  PqReason           PIC X(20).
               02  PqOperator         PIC X(8).
               02  PqDate             PIC 9(8).
               02  PqStatus           PIC X.
                   88  PqPending      VALUE 'P'.
                   88  PqApproved     VALUE 'A'.
                   88  PqRejected     VALUE 'R'.
                   88  PqDone         VALUE 'D'.
               02  PqApprover         PIC X(8).
               02  PqDoneDate         PIC X(8).
       FD  EmployeeFile.
       01  EmployeeData.
               02  EmpID              PIC 9(4).
               02  EmpName            PIC X(20).
               02  EmpPayRate         PIC 99V99.
               02  EmpFedTaxRate      PIC V999.
               02  EmpDeductRate      PIC V999.
               02  EmpYTDGross        PIC 9(7)V99.
               02  EmpYTDTax          PIC 9(7)V99.
               02  EmpYTDNet          PIC 9(7)V99.
               02  EmpRecStatus       PIC X.
                   88  EmployeeActive VALUE SPACE.
                   88  EmployeeGone   VALUE 'D'.
               02  EmpBankRouting     PIC 9(9).
               02  EmpBankAccount     PIC X(12).
       FD  PaycheckFile.
       01  PaycheckRecord.
               02  CkEmpID            PIC 9(4).
               02  CkPayDate          PIC X(8).
               02  CkHours            PIC 99V99.
               02  CkGross            PIC 9(6)V99.
               02  CkFedTax           PIC 9(6)V99.
               02  CkInsAmount        PIC 9(5)V99.
               02  CkRetAmount        PIC 9(5)V99.
               02  CkGarnAmount       PIC 9(5)V99.
               02  CkMatchAmount      PIC 9(5)V99.
               02  CkNet              PIC 9(6)V99.
               02  CkOTHours          PIC 99V99.
               02  CkPremHours        PIC 99V99.
               02  CkRegEarn          PIC 9(6)V99.
               02  CkOTEarn           PIC 9(6)V99.
               02  CkPremEarn         PIC 9(6)V99.
               02  CkCommEarn         PIC 9(6)V99.
               02  CkPtoHours         PIC 99V99.
               02  CkPtoEarn          PIC 9(6)V99.
               02  CkCheckType        PIC X.
                   88  CkIsOffCycle   VALUE 'O'.
                   88  CkIsVoid       VALUE 'V'.
                   88  CkIsReissue    VALUE 'S'.
               02  CkRefSeq           PIC 9(7).
               02  CkOtherEarn        PIC 9(6)V99.
               02  CkPtoTaken         OCCURS 9 TIMES.
                   03  CkPtType       PIC X.
                   03  CkPtHours      PIC 9(3)V99.
      * Payroll journal for the general ledger, as written by PAYRUN.
       FD  PayJrnlFile.
       01  PayJrnlRecord.
               02  PjPayDate          PIC X(8).
               02  PjPostType         PIC X(8).
               02  PjDrCr             PIC X.
               02  PjAmount           PIC 9(9)V99.
               02  PjPostedDate       PIC 9(8).
      * Paid time off balances, which PAYRUN takes paid hours from.
       FD  PtoBalFile.
       01  PtoBalData.
               02  PbKey.
                   03  PbEmpID        PIC 9(4).
                   03  PbPtoType      PIC X.
               02  PbPlanCode         PIC X(4).
               02  PbBalance          PIC 9(4)V99.
               02  PbYTDAccrued       PIC 9(4)V99.
               02  PbYTDTaken         PIC 9(4)V99.
               02  PbLastPayDate      PIC X(8).
               02  PbClosedYear       PIC 9(4).
      * Sales commission left for the employee, zeroed by PAYRUN once
      * paid on a check.
       FD  CommPayFile.
       01  CommPayData.
               02  CmEmpID            PIC 9(4).
               02  CmRepID            PIC X(8).
               02  CmAmount           PIC 9(7)V99.
               02  CmPeriod           PIC 9(6).
               02  CmPaidDate         PIC X(8).
       FD  AdjListFile.
       01  AdjListLine                PIC X(90).
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
       WORKING-STORAGE SECTION.
       01  PayAdjStatus               PIC XX.
       01  PaycheckStatus             PIC XX.
       01  PayJrnlStatus              PIC XX.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  Decision                   PIC X.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  EmpExists                  PIC X.
       01  ApprovedCount              PIC 9(4) VALUE 0.
       01  RejectedCount              PIC 9(4) VALUE 0.
       01  PendingCount               PIC 9(4) VALUE 0.
       01  AdjIdx                     PIC 9(3).
       01  CheckLineNum               PIC 9(7).
       01  CheckFoundFlag             PIC X.
       01  CheckVoidedFlag            PIC X.
       01  CheckReissuedFlag          PIC X.
       01  ExecOKFlag                 PIC X.
       01  PtoSlot                    PIC 99.
       01  PtoGivenBack               PIC 9(3)V99.
       01  AdjustDirection            PIC X.
               88  AdjGiveBack        VALUE 'G'.
               88  AdjTakeAgain       VALUE 'T'.
       01  BalFoundFlag               PIC X.
       01  CommFoundFlag              PIC X.
       01  SavedCheck                 PIC X(190).
       01  NewCheckType               PIC X.
       01  BeforeYTDGross             PIC 9(7)V99.
       01  JrnlPostType               PIC X(8).
       01  JrnlDrCr                   PIC X.
       01  JrnlAmount                 PIC 9(9)V99.
       01  JrnlDebitSide              PIC X.
       01  JrnlCreditSide             PIC X.
       01  JrnlWages                  PIC 9(9)V99.
       01  JrnlOtherDed               PIC S9(9)V99.
       01  ReqTypeText                PIC X(9).
       01  ReportGross                PIC ZZZZZ9.99.
       01  ReportNet                  PIC ZZZZZ9.99.
       01  ReportHours                PIC Z9.99.
      * payadj.dat, kept whole so it can be written back with the
      * decisions of the session.
       01  PayAdjTable.
               02  AdjCount           PIC 9(3) VALUE 0.
               02  AdjEntry           OCCURS 1 TO 999 TIMES
                                      DEPENDING ON AdjCount.
                   03  AJReqType      PIC X.
                   03  AJEmpID        PIC 9(4).
                   03  AJCheckSeq     PIC 9(7).
                   03  AJCheckDate    PIC X(8).
                   03  AJCheckNet     PIC 9(6)V99.
                   03  AJEarnType     PIC X.
                   03  AJHours        PIC 99V99.
                   03  AJAmount       PIC 9(6)V99.
                   03  AJDedFlag      PIC X.
                   03  AJReason       PIC X(20).
                   03  AJOperator     PIC X(8).
                   03  AJDate         PIC 9(8).
                   03  AJStatus       PIC X.
                   03  AJApprover     PIC X(8).
                   03  AJDoneDate     PIC X(8).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "PAYROLL CHECK ADJUSTMENT APPROVAL REVIEW".
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
           PERFORM LoadPayAdjTable.
           IF PendingCount = 0
               DISPLAY "No Pending Check Adjustments"
           ELSE
               OPEN I-O EmployeeFile
               OPEN I-O PtoBalFile
               OPEN I-O CommPayFile
               OPEN EXTEND AuditFile
               OPEN OUTPUT AdjListFile
               MOVE SPACES TO AdjListLine
               STRING "PAYROLL CHECK ADJUSTMENTS - " BusinessDate
                   "  APPROVED BY " CurrentOpID
                   DELIMITED BY SIZE INTO AdjListLine
               END-STRING
               WRITE AdjListLine
               PERFORM ReviewOnePending
                   VARYING AdjIdx FROM 1 BY 1
                   UNTIL AdjIdx > AdjCount
               CLOSE AdjListFile
               CLOSE AuditFile
               CLOSE CommPayFile
               CLOSE PtoBalFile
               CLOSE EmployeeFile
               PERFORM RewritePayAdjFile
           END-IF.
           DISPLAY "Approved : " ApprovedCount
           DISPLAY "Rejected : " RejectedCount
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
       LoadPayAdjTable.
           OPEN INPUT PayAdjFile.
           IF PayAdjStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PayAdjFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND AdjCount < 999
                   ADD 1 TO AdjCount
                   MOVE PayAdjRecord TO AdjEntry(AdjCount)
                   IF PqPending
                       ADD 1 TO PendingCount
                   END-IF
               END-IF
           END-PERFORM.
           IF PayAdjStatus = "00" OR PayAdjStatus = "05"
                   OR PayAdjStatus = "10"
               CLOSE PayAdjFile
           END-IF.
       ReviewOnePending.
           IF AJStatus(AdjIdx) = 'P'
               EVALUATE AJReqType(AdjIdx)
                   WHEN 'V' MOVE "VOID" TO ReqTypeText
                   WHEN 'S' MOVE "REISSUE" TO ReqTypeText
                   WHEN OTHER MOVE "OFF-CYCLE" TO ReqTypeText
               END-EVALUATE
               DISPLAY " "
               DISPLAY ReqTypeText " for Employee " AJEmpID(AdjIdx)
                   " Requested by " AJOperator(AdjIdx)
                   " on " AJDate(AdjIdx)
               IF AJReqType(AdjIdx) = 'O'
                   MOVE AJAmount(AdjIdx) TO ReportGross
                   MOVE AJHours(AdjIdx) TO ReportHours
                   DISPLAY "Earnings Type " AJEarnType(AdjIdx)
                       " Hours " ReportHours " Gross " ReportGross
                       " Deductions " AJDedFlag(AdjIdx)
               ELSE
                   MOVE AJCheckNet(AdjIdx) TO ReportNet
                   DISPLAY "Check " AJCheckSeq(AdjIdx) " of "
                       AJCheckDate(AdjIdx) " Net " ReportNet
               END-IF
               DISPLAY "Reason " AJReason(AdjIdx)
               DISPLAY "A: Approve  R: Reject  S: Skip : "
                   WITH NO ADVANCING
               ACCEPT Decision
               EVALUATE Decision
                   WHEN 'A' PERFORM ApproveOnePending
                   WHEN 'a' PERFORM ApproveOnePending
                   WHEN 'R' PERFORM RejectOnePending
                   WHEN 'r' PERFORM RejectOnePending
                   WHEN OTHER DISPLAY "Skipped"
               END-EVALUATE
           END-IF.
      * An off-cycle payment is approved here and paid by the next
      * PAYRUN OFFCYC run. A void or reissue is carried out at once.
       ApproveOnePending.
           MOVE AJEmpID(AdjIdx) TO EmpID.
           MOVE 'Y' TO EmpExists.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmpExists
           END-READ.
           IF EmpExists = 'N'
               DISPLAY "Employee Not on Master - Marked Rejected"
               MOVE 'R' TO AJStatus(AdjIdx)
               MOVE CurrentOpID TO AJApprover(AdjIdx)
               ADD 1 TO RejectedCount
           ELSE
               IF AJReqType(AdjIdx) = 'O'
                   MOVE 'A' TO AJStatus(AdjIdx)
                   MOVE CurrentOpID TO AJApprover(AdjIdx)
                   ADD 1 TO ApprovedCount
                   MOVE ZEROS TO AuditBeforeAmount
                   MOVE AJAmount(AdjIdx) TO AuditAfterAmount
                   MOVE "OFFCYCAPR" TO AuditOperation
                   PERFORM WriteDecisionAudit
                   DISPLAY "Approved - Paid by Next Off-Cycle Run"
               ELSE
                   PERFORM ExecuteCheckRequest
               END-IF
           END-IF.
       RejectOnePending.
           MOVE 'R' TO AJStatus(AdjIdx).
           MOVE CurrentOpID TO AJApprover(AdjIdx).
           ADD 1 TO RejectedCount.
           DISPLAY "Rejected".
           MOVE AJEmpID(AdjIdx) TO EmpID.
           MOVE 'Y' TO EmpExists.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmpExists
           END-READ.
           MOVE ZEROS TO AuditBeforeAmount AuditAfterAmount.
           MOVE "PAYADJREJ" TO AuditOperation.
           PERFORM WriteDecisionAudit.
      * The check is looked up again on paychk.dat, since it may have
      * been voided or reissued since the request was made. A reissue
      * of a check not yet voided voids it first, then writes the new
      * check for the same earnings, deductions and net pay, dated the
      * day of the reissue and paid as a paper check.
       ExecuteCheckRequest.
           PERFORM FindOriginalCheck.
           MOVE 'N' TO ExecOKFlag.
           EVALUATE TRUE
               WHEN CheckFoundFlag = 'N'
                   DISPLAY "Check Not Found for Employee - Left Pending"
               WHEN CkPayDate(1:4) NOT = BusinessDate(1:4)
                   DISPLAY "Check Is Not from the Current Year - "
                       "Left Pending"
               WHEN AJReqType(AdjIdx) = 'V' AND CheckVoidedFlag = 'Y'
                   DISPLAY "Check Is Already Voided - Left Pending"
               WHEN AJReqType(AdjIdx) = 'S'
                       AND CheckReissuedFlag = 'Y'
                   DISPLAY "Check Is Already Reissued - Left Pending"
               WHEN OTHER
                   MOVE 'Y' TO ExecOKFlag
           END-EVALUATE.
           IF ExecOKFlag = 'Y' AND CheckVoidedFlag = 'N'
               PERFORM VoidOriginalCheck
           END-IF.
           IF ExecOKFlag = 'Y' AND AJReqType(AdjIdx) = 'S'
               PERFORM ReissueOriginalCheck
           END-IF.
           IF ExecOKFlag = 'Y'
               MOVE 'D' TO AJStatus(AdjIdx)
               MOVE CurrentOpID TO AJApprover(AdjIdx)
               MOVE BusinessDate TO AJDoneDate(AdjIdx)
               ADD 1 TO ApprovedCount
               DISPLAY "Approved and Done"
           END-IF.
      * Checks are numbered by their line on paychk.dat. The void and
      * reissue records that point back at the check are noted on the
      * way through.
       FindOriginalCheck.
           MOVE 'N' TO CheckFoundFlag CheckVoidedFlag
                       CheckReissuedFlag.
           MOVE 0 TO CheckLineNum.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PaycheckFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO CheckLineNum
                   PERFORM NoteOneCheck
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
           IF CheckFoundFlag = 'Y'
               MOVE SavedCheck TO PaycheckRecord
               PERFORM FillOldCheckFields
               MOVE PaycheckRecord TO SavedCheck
           END-IF.
       NoteOneCheck.
           IF CheckLineNum = AJCheckSeq(AdjIdx)
                   AND CkEmpID = AJEmpID(AdjIdx)
                   AND NOT CkIsVoid
               MOVE 'Y' TO CheckFoundFlag
               MOVE PaycheckRecord TO SavedCheck
           END-IF.
           IF CkEmpID = AJEmpID(AdjIdx) AND CkRefSeq IS NUMERIC
               IF CkRefSeq = AJCheckSeq(AdjIdx)
                   IF CkIsVoid
                       MOVE 'Y' TO CheckVoidedFlag
                   END-IF
                   IF CkIsReissue
                       MOVE 'Y' TO CheckReissuedFlag
                   END-IF
               END-IF
           END-IF.
      * The void record repeats the check's amounts, dated the day of
      * the void; readers of paychk.dat take them back out. A void
      * that would leave a year-to-date field below zero is refused.
       VoidOriginalCheck.
           IF CkGross > EmpYTDGross OR CkFedTax > EmpYTDTax
                   OR CkNet > EmpYTDNet
               DISPLAY "Year-to-Date Totals Less Than Check - "
                   "Left Pending"
               MOVE 'N' TO ExecOKFlag
           ELSE
               MOVE EmpYTDGross TO BeforeYTDGross
               SUBTRACT CkGross FROM EmpYTDGross
               SUBTRACT CkFedTax FROM EmpYTDTax
               SUBTRACT CkNet FROM EmpYTDNet
               REWRITE EmployeeData
                   INVALID KEY
                       DISPLAY "Employee Master Not Updated - "
                           "Left Pending"
                       MOVE 'N' TO ExecOKFlag
               END-REWRITE
           END-IF.
           IF ExecOKFlag = 'Y'
               MOVE 'V' TO NewCheckType
               PERFORM AppendCheckRecord
               MOVE 'C' TO JrnlDebitSide
               MOVE 'D' TO JrnlCreditSide
               PERFORM WriteCheckJournal
               MOVE BeforeYTDGross TO AuditBeforeAmount
               MOVE EmpYTDGross TO AuditAfterAmount
               MOVE "PAYVOID" TO AuditOperation
               PERFORM WriteDecisionAudit
               IF AJReqType(AdjIdx) = 'V'
                   SET AdjGiveBack TO TRUE
                   PERFORM AdjustTimeOff
                   PERFORM AdjustCommission
               END-IF
               MOVE CkNet TO ReportNet
               MOVE SPACES TO AdjListLine
               STRING "VOID     EMP " EmpID " " EmpName " CHECK "
                   AJCheckSeq(AdjIdx) " NET " ReportNet
                   DELIMITED BY SIZE INTO AdjListLine
               END-STRING
               WRITE AdjListLine
           END-IF.
      * A check voided outright was never paid, so the time off and
      * the commission it carried are given back. A check voided to be
      * reissued keeps them, as the reissue pays them; reissuing a
      * check voided outright takes them again.
       AdjustTimeOff.
           MOVE ZEROS TO PtoGivenBack.
           PERFORM AdjustOnePtoType
               VARYING PtoSlot FROM 1 BY 1
               UNTIL PtoSlot > 9.
           IF CkPtoHours > PtoGivenBack
               DISPLAY "WARNING: PTO hours on check not itemised by "
                   "type - correct balance in PTOMAINT"
           END-IF.
       AdjustOnePtoType.
           IF CkPtType(PtoSlot) NOT = SPACE
                   AND CkPtHours(PtoSlot) IS NUMERIC
                   AND CkPtHours(PtoSlot) > 0
               MOVE EmpID TO PbEmpID
               MOVE CkPtType(PtoSlot) TO PbPtoType
               MOVE 'Y' TO BalFoundFlag
               READ PtoBalFile
                   INVALID KEY MOVE 'N' TO BalFoundFlag
               END-READ
               IF BalFoundFlag = 'N'
                   DISPLAY "WARNING: PTO balance type "
                       CkPtType(PtoSlot) " not found - not adjusted"
               ELSE
                   PERFORM ApplyPtoAdjustment
               END-IF
           END-IF.
       ApplyPtoAdjustment.
           IF AdjGiveBack
               ADD CkPtHours(PtoSlot) TO PbBalance
               IF PbYTDTaken > CkPtHours(PtoSlot)
                   SUBTRACT CkPtHours(PtoSlot) FROM PbYTDTaken
               ELSE
                   MOVE ZEROS TO PbYTDTaken
               END-IF
           ELSE
               IF PbBalance > CkPtHours(PtoSlot)
                   SUBTRACT CkPtHours(PtoSlot) FROM PbBalance
               ELSE
                   MOVE ZEROS TO PbBalance
               END-IF
               ADD CkPtHours(PtoSlot) TO PbYTDTaken
           END-IF.
           REWRITE PtoBalData
               INVALID KEY
                   DISPLAY "WARNING: PTO balance type "
                       CkPtType(PtoSlot) " not updated"
               NOT INVALID KEY
                   ADD CkPtHours(PtoSlot) TO PtoGivenBack
           END-REWRITE.
       AdjustCommission.
           IF CkCommEarn > 0
               MOVE EmpID TO CmEmpID
               MOVE 'Y' TO CommFoundFlag
               READ CommPayFile
                   INVALID KEY MOVE 'N' TO CommFoundFlag
               END-READ
               IF CommFoundFlag = 'N'
                   DISPLAY "WARNING: commission record not found - "
                       "not adjusted"
               ELSE
                   IF AdjGiveBack
                       ADD CkCommEarn TO CmAmount
                   ELSE
                       IF CmAmount > CkCommEarn
                           SUBTRACT CkCommEarn FROM CmAmount
                       ELSE
                           MOVE ZEROS TO CmAmount
                       END-IF
                   END-IF
                   REWRITE CommPayData
                       INVALID KEY
                           DISPLAY "WARNING: commission not updated"
                   END-REWRITE
               END-IF
           END-IF.
       ReissueOriginalCheck.
           MOVE EmpYTDGross TO BeforeYTDGross.
           ADD CkGross TO EmpYTDGross.
           ADD CkFedTax TO EmpYTDTax.
           ADD CkNet TO EmpYTDNet.
           REWRITE EmployeeData
               INVALID KEY
                   DISPLAY "Employee Master Not Updated - "
                       "Reissue Not Written"
                   MOVE 'N' TO ExecOKFlag
           END-REWRITE.
           IF ExecOKFlag = 'Y'
               MOVE 'S' TO NewCheckType
               PERFORM AppendCheckRecord
               MOVE 'D' TO JrnlDebitSide
               MOVE 'C' TO JrnlCreditSide
               PERFORM WriteCheckJournal
               MOVE BeforeYTDGross TO AuditBeforeAmount
               MOVE EmpYTDGross TO AuditAfterAmount
               MOVE "PAYREISS" TO AuditOperation
               PERFORM WriteDecisionAudit
               IF CheckVoidedFlag = 'Y'
                   SET AdjTakeAgain TO TRUE
                   PERFORM AdjustTimeOff
                   PERFORM AdjustCommission
               END-IF
               MOVE CkNet TO ReportNet
               MOVE SPACES TO AdjListLine
               STRING "REISSUE  EMP " EmpID " " EmpName " CHECK "
                   AJCheckSeq(AdjIdx) " ISSUE PAPER CHECK " ReportNet
                   DELIMITED BY SIZE INTO AdjListLine
               END-STRING
               WRITE AdjListLine
           END-IF.
      * Checks written before earnings were split by type carry only
      * the gross, which the void or reissue shows as regular earnings.
       FillOldCheckFields.
           IF CkRegEarn IS NOT NUMERIC OR CkOTEarn IS NOT NUMERIC
                   OR CkPremEarn IS NOT NUMERIC
                   OR CkCommEarn IS NOT NUMERIC
               MOVE CkGross TO CkRegEarn
               MOVE ZEROS TO CkOTEarn CkPremEarn CkCommEarn
                             CkOTHours CkPremHours
           END-IF.
           IF CkPtoEarn IS NOT NUMERIC OR CkPtoHours IS NOT NUMERIC
               MOVE ZEROS TO CkPtoEarn CkPtoHours
           END-IF.
           IF CkOtherEarn IS NOT NUMERIC
               MOVE ZEROS TO CkOtherEarn
           END-IF.
       AppendCheckRecord.
           MOVE SavedCheck TO PaycheckRecord.
           MOVE BusinessDate TO CkPayDate.
           MOVE NewCheckType TO CkCheckType.
           MOVE AJCheckSeq(AdjIdx) TO CkRefSeq.
           OPEN EXTEND PaycheckFile.
           WRITE PaycheckRecord.
           CLOSE PaycheckFile.
           MOVE SavedCheck TO PaycheckRecord.
      * The same posting types as the payroll run's journal, for the
      * one check; a void posts each line to the opposite side.
       WriteCheckJournal.
           COMPUTE JrnlWages = CkGross - CkCommEarn.
           COMPUTE JrnlOtherDed = CkGross - CkFedTax - CkInsAmount
               - CkRetAmount - CkGarnAmount - CkNet.
           OPEN EXTEND PayJrnlFile.
           MOVE "PAYGROSS" TO JrnlPostType.
           MOVE JrnlDebitSide TO JrnlDrCr.
           MOVE JrnlWages TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE "PAYCOMM" TO JrnlPostType.
           MOVE CkCommEarn TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE "PAYMATCH" TO JrnlPostType.
           MOVE CkMatchAmount TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE JrnlCreditSide TO JrnlDrCr.
           PERFORM WriteJournalLine.
           MOVE "PAYFIT" TO JrnlPostType.
           MOVE CkFedTax TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE "PAYINS" TO JrnlPostType.
           MOVE CkInsAmount TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE "PAYRET" TO JrnlPostType.
           MOVE CkRetAmount TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE "PAYGARN" TO JrnlPostType.
           MOVE CkGarnAmount TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE "PAYDEDO" TO JrnlPostType.
           MOVE JrnlOtherDed TO JrnlAmount.
           PERFORM WriteJournalLine.
           MOVE "PAYNET" TO JrnlPostType.
           MOVE CkNet TO JrnlAmount.
           PERFORM WriteJournalLine.
           CLOSE PayJrnlFile.
       WriteJournalLine.
           IF JrnlAmount > 0
               MOVE BusinessDate TO PjPayDate
               MOVE JrnlPostType TO PjPostType
               MOVE JrnlDrCr TO PjDrCr
               MOVE JrnlAmount TO PjAmount
               MOVE ZEROS TO PjPostedDate
               WRITE PayJrnlRecord
           END-IF.
       WriteDecisionAudit.
           MOVE AJEmpID(AdjIdx) TO AuditIDNum.
           IF EmpExists = 'Y'
               MOVE EmpName TO AuditBeforeFirstName
               MOVE EmpName(16:5) TO AuditBeforeLastName
           ELSE
               MOVE SPACES TO AuditBeforeFirstName
                              AuditBeforeLastName
           END-IF.
           MOVE SPACES TO AuditAfterFirstName.
           IF AJReqType(AdjIdx) = 'O'
               STRING "EARN TYPE " AJEarnType(AdjIdx)
                   DELIMITED BY SIZE INTO AuditAfterFirstName
               END-STRING
           ELSE
               STRING "CHECK " AJCheckSeq(AdjIdx)
                   DELIMITED BY SIZE INTO AuditAfterFirstName
               END-STRING
           END-IF.
           MOVE AJCheckDate(AdjIdx) TO AuditAfterLastName.
           MOVE AJReason(AdjIdx) TO AuditReasonCode.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       RewritePayAdjFile.
           OPEN OUTPUT PayAdjFile.
           PERFORM VARYING AdjIdx FROM 1 BY 1
                   UNTIL AdjIdx > AdjCount
               MOVE AdjEntry(AdjIdx) TO PayAdjRecord
               WRITE PayAdjRecord
           END-PERFORM.
           CLOSE PayAdjFile.
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
