       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHMAINT.
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
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CustFoundFlag              PIC X.
       01  EnrollFoundFlag            PIC X.
       01  EnrollOKFlag               PIC X.
       01  WorkIDNum                  PIC 9(6).
       01  WorkRouting                PIC 9(9).
       01  WorkRoutingDigits REDEFINES WorkRouting.
               02  RoutingDigit       PIC 9 OCCURS 9 TIMES.
       01  RoutingSum                 PIC 9(4).
       01  WorkAccount                PIC X(17).
       01  WorkPullRule               PIC X.
       01  WorkFixedAmount            PIC 9(7)V99.
       01  OldFixedAmount             PIC 9(7)V99.
       01  AccountLength              PIC 99.
       01  MaskedAccount              PIC X(17).
       01  ConfirmFlag                PIC X.
       01  DisplayAmount              PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "AUTOPAY ENROLLMENT MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN INPUT CustomerFile.
           OPEN I-O AutoPayFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "AUTOPAY ENROLLMENT"
               DISPLAY "1: Show Enrollment"
               DISPLAY "2: Enroll / Change Bank or Rule"
               DISPLAY "3: Suspend"
               DISPLAY "4: Reactivate"
               DISPLAY "5: Cancel"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ShowEnrollment
                   WHEN 2 PERFORM EnrollCustomer
                   WHEN 3 PERFORM SuspendEnrollment
                   WHEN 4 PERFORM ReactivateEnrollment
                   WHEN 5 PERFORM CancelEnrollment
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE AutoPayFile.
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
       GetCustomerAndEnrollment.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE WorkIDNum TO IDNum.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'Y'
               DISPLAY "Customer : " FirstName " " LastName
           ELSE
               DISPLAY "Customer " WorkIDNum " not on file"
           END-IF.
           MOVE WorkIDNum TO ApIDNum.
           MOVE 'Y' TO EnrollFoundFlag.
           READ AutoPayFile
               INVALID KEY MOVE 'N' TO EnrollFoundFlag
           END-READ.
      * Only the last four digits of the bank account are ever shown.
       MaskBankAccount.
           MOVE ALL "*" TO MaskedAccount.
           MOVE 0 TO AccountLength.
           INSPECT FUNCTION REVERSE(ApAccount)
               TALLYING AccountLength FOR LEADING SPACES.
           COMPUTE AccountLength = 17 - AccountLength.
           IF AccountLength > 4
               MOVE ApAccount(AccountLength - 3:4)
                   TO MaskedAccount(AccountLength - 3:4)
               MOVE SPACES TO MaskedAccount(AccountLength + 1:)
           ELSE
               MOVE ApAccount TO MaskedAccount
           END-IF.
       ShowEnrollment.
           PERFORM GetCustomerAndEnrollment.
           IF EnrollFoundFlag = 'N'
               DISPLAY "Customer is not enrolled in autopay"
           ELSE
               PERFORM DisplayEnrollment
           END-IF.
       DisplayEnrollment.
           PERFORM MaskBankAccount.
           DISPLAY "Routing Number   : " ApRouting.
           DISPLAY "Bank Account     : " MaskedAccount.
           EVALUATE TRUE
               WHEN ApPullFull
                   DISPLAY "Pull Rule        : Full Balance"
               WHEN ApPullMinimum
                   DISPLAY "Pull Rule        : Minimum Due"
               WHEN ApPullFixed
                   MOVE ApFixedAmount TO DisplayAmount
                   DISPLAY "Pull Rule        : Fixed " DisplayAmount
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ApActive
                   DISPLAY "Status           : Active"
               WHEN ApSuspended
                   DISPLAY "Status           : Suspended"
               WHEN ApCancelled
                   DISPLAY "Status           : Cancelled"
           END-EVALUATE.
           DISPLAY "Returned Debits  : " ApReturnCount.
           DISPLAY "Enrolled         : " ApEnrollDate.
           IF ApLastPullDate > ZEROS
               MOVE ApLastPullAmount TO DisplayAmount
               DISPLAY "Last Pull        : " ApLastPullDate " "
                   DisplayAmount
           END-IF.
      * A routing number must pass the bank check digit test: the
      * digits weighted 3, 7, 1 repeating must add up to a multiple
      * of ten.
       ValidateRouting.
           COMPUTE RoutingSum =
               3 * (RoutingDigit(1) + RoutingDigit(4)
                    + RoutingDigit(7))
             + 7 * (RoutingDigit(2) + RoutingDigit(5)
                    + RoutingDigit(8))
             + RoutingDigit(3) + RoutingDigit(6) + RoutingDigit(9).
           IF WorkRouting = ZEROS
                   OR FUNCTION MOD(RoutingSum, 10) NOT = 0
               DISPLAY "Routing number fails the check digit test"
               MOVE 'N' TO EnrollOKFlag
           END-IF.
       EnrollCustomer.
           PERFORM GetCustomerAndEnrollment.
           MOVE 'Y' TO EnrollOKFlag.
           IF CustFoundFlag = 'N'
               MOVE 'N' TO EnrollOKFlag
           ELSE
               IF NOT RecordActive
                   DISPLAY "Only active customers can be enrolled"
                   MOVE 'N' TO EnrollOKFlag
               END-IF
           END-IF.
           IF EnrollOKFlag = 'Y'
               IF EnrollFoundFlag = 'Y'
                   PERFORM DisplayEnrollment
                   MOVE ApFixedAmount TO OldFixedAmount
               ELSE
                   MOVE ZEROS TO OldFixedAmount
               END-IF
               DISPLAY "Routing Number (9 digits) : "
                   WITH NO ADVANCING
               ACCEPT WorkRouting
               PERFORM ValidateRouting
           END-IF.
           IF EnrollOKFlag = 'Y'
               DISPLAY "Bank Account Number : " WITH NO ADVANCING
               ACCEPT WorkAccount
               IF WorkAccount = SPACES
                   DISPLAY "Bank account is required"
                   MOVE 'N' TO EnrollOKFlag
               END-IF
           END-IF.
           IF EnrollOKFlag = 'Y'
               DISPLAY "Pull Rule (F=Full M=Minimum X=Fixed) : "
                   WITH NO ADVANCING
               ACCEPT WorkPullRule
               MOVE FUNCTION UPPER-CASE(WorkPullRule)
                   TO WorkPullRule
               MOVE ZEROS TO WorkFixedAmount
               EVALUATE WorkPullRule
                   WHEN 'F'
                   WHEN 'M'
                       CONTINUE
                   WHEN 'X'
                       DISPLAY "Fixed Amount : " WITH NO ADVANCING
                       ACCEPT WorkFixedAmount
                       IF WorkFixedAmount = ZEROS
                           DISPLAY "Fixed amount must be above zero"
                           MOVE 'N' TO EnrollOKFlag
                       END-IF
                   WHEN OTHER
                       DISPLAY "Pull rule must be F, M or X"
                       MOVE 'N' TO EnrollOKFlag
               END-EVALUATE
           END-IF.
           IF EnrollOKFlag = 'Y'
               PERFORM SaveEnrollment
           ELSE
               DISPLAY "Enrollment not changed"
           END-IF.
       SaveEnrollment.
           MOVE WorkIDNum TO ApIDNum.
           MOVE WorkRouting TO ApRouting.
           MOVE WorkAccount TO ApAccount.
           MOVE WorkPullRule TO ApPullRule.
           MOVE WorkFixedAmount TO ApFixedAmount.
           SET ApActive TO TRUE.
           IF EnrollFoundFlag = 'Y'
               REWRITE AutoPayData
                   INVALID KEY MOVE 'N' TO EnrollOKFlag
               END-REWRITE
               MOVE "ACHCHANGE" TO AuditOperation
           ELSE
               MOVE ZEROS TO ApReturnCount
               MOVE BusinessDate TO ApEnrollDate
               MOVE ZEROS TO ApLastPullDate
               MOVE ZEROS TO ApLastPullAmount
               WRITE AutoPayData
                   INVALID KEY MOVE 'N' TO EnrollOKFlag
               END-WRITE
               MOVE "ACHENROL" TO AuditOperation
           END-IF.
           IF EnrollOKFlag = 'Y'
               MOVE "Pull rule " TO AuditReasonCode
               MOVE ApPullRule TO AuditReasonCode(11:1)
               PERFORM WriteEnrollmentAudit
               DISPLAY "Autopay enrollment saved"
           ELSE
               DISPLAY "Autopay enrollment not saved"
           END-IF.
       SuspendEnrollment.
           PERFORM GetCustomerAndEnrollment.
           IF EnrollFoundFlag = 'N' OR NOT ApActive
               DISPLAY "No active enrollment to suspend"
           ELSE
               MOVE ApFixedAmount TO OldFixedAmount
               SET ApSuspended TO TRUE
               MOVE "ACHSUSP" TO AuditOperation
               MOVE "Operator suspend" TO AuditReasonCode
               PERFORM RewriteEnrollment
           END-IF.
      * Reactivation clears the returned-debit count that may have
      * suspended the enrollment.
       ReactivateEnrollment.
           PERFORM GetCustomerAndEnrollment.
           IF EnrollFoundFlag = 'N' OR NOT ApSuspended
               DISPLAY "No suspended enrollment to reactivate"
           ELSE
               IF CustFoundFlag = 'N' OR NOT RecordActive
                   DISPLAY "Only active customers can be reactivated"
               ELSE
                   MOVE ApFixedAmount TO OldFixedAmount
                   SET ApActive TO TRUE
                   MOVE ZEROS TO ApReturnCount
                   MOVE "ACHREACT" TO AuditOperation
                   MOVE "Operator reactivate" TO AuditReasonCode
                   PERFORM RewriteEnrollment
               END-IF
           END-IF.
       CancelEnrollment.
           PERFORM GetCustomerAndEnrollment.
           IF EnrollFoundFlag = 'N' OR ApCancelled
               DISPLAY "No enrollment to cancel"
           ELSE
               DISPLAY "Cancel autopay for " WorkIDNum " (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT ConfirmFlag
               IF ConfirmFlag = 'Y' OR ConfirmFlag = 'y'
                   MOVE ApFixedAmount TO OldFixedAmount
                   SET ApCancelled TO TRUE
                   MOVE "ACHCANCEL" TO AuditOperation
                   MOVE "Operator cancel" TO AuditReasonCode
                   PERFORM RewriteEnrollment
               ELSE
                   DISPLAY "Cancel abandoned"
               END-IF
           END-IF.
       RewriteEnrollment.
           MOVE 'Y' TO EnrollOKFlag.
           REWRITE AutoPayData
               INVALID KEY MOVE 'N' TO EnrollOKFlag
           END-REWRITE.
           IF EnrollOKFlag = 'Y'
               PERFORM WriteEnrollmentAudit
               DISPLAY "Enrollment updated"
           ELSE
               DISPLAY "Enrollment not updated"
           END-IF.
       WriteEnrollmentAudit.
           MOVE WorkIDNum TO AuditIDNum.
           IF CustFoundFlag = 'Y'
               MOVE FirstName TO AuditBeforeFirstName
               MOVE LastName TO AuditBeforeLastName
               MOVE FirstName TO AuditAfterFirstName
               MOVE LastName TO AuditAfterLastName
           ELSE
               MOVE SPACES TO AuditBeforeFirstName
               MOVE SPACES TO AuditBeforeLastName
               MOVE SPACES TO AuditAfterFirstName
               MOVE SPACES TO AuditAfterLastName
           END-IF.
           MOVE OldFixedAmount TO AuditBeforeAmount.
           MOVE ApFixedAmount TO AuditAfterAmount.
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
