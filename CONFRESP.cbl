       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFRESP.
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
              SELECT OPTIONAL ConfFile ASSIGN TO "confctl.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ConfKey.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT ExcpReportFile ASSIGN TO "confexcp.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  ConfFile.
       01  ConfData.
               02  ConfKey.
                   03  CfYear         PIC 9(4).
                   03  CfIDNum        PIC 9(6).
               02  CfConfDate         PIC 9(8).
               02  CfBalance          PIC S9(7)V99.
               02  CfBand             PIC 9.
               02  CfSelType          PIC X.
                   88  CfKeyItem      VALUE 'K'.
                   88  CfSampled      VALUE 'S'.
               02  CfRespStatus       PIC X.
                   88  CfOutstanding  VALUE 'O'.
                   88  CfAgreed       VALUE 'A'.
                   88  CfDisagreed    VALUE 'D'.
                   88  CfNoReply      VALUE 'N'.
               02  CfRespAmount       PIC S9(7)V99.
               02  CfRespDate         PIC 9(8).
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
       FD  ExcpReportFile.
       01  ExcpLine                   PIC X(80).
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
       01  ConfYear                   PIC 9(4).
       01  WorkIDNum                  PIC 9(6).
       01  WorkStatus                 PIC X.
       01  WorkAmount                 PIC S9(7)V99.
       01  OldStatus                  PIC X.
       01  ConfFoundFlag              PIC X.
       01  CustExists                 PIC X.
       01  ConfEOFFlag                PIC X.
       01  PostEOFFlag                PIC X.
       01  PostDateYMD                PIC 9(8).
       01  ActivityUpTo               PIC 9(8).
       01  ActivityTotal              PIC S9(9)V99.
       01  Difference                 PIC S9(9)V99.
       01  Unreconciled               PIC S9(9)V99.
       01  ListedCount                PIC 9(5).
       01  SentCount                  PIC 9(5).
       01  AgreedCount                PIC 9(5).
       01  DisagreedCount             PIC 9(5).
       01  NoReplyCount               PIC 9(5).
       01  OutstandingCount           PIC 9(5).
       01  SentTotal                  PIC S9(11)V99.
       01  AgreedTotal                PIC S9(11)V99.
       01  UnreconciledTotal          PIC S9(11)V99.
       01  ReportBalance              PIC ZZZZZZ9.99-.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportDiff                 PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZZ9.99-.
       01  ReportCount                PIC ZZZZ9.
       01  StatusText                 PIC X(12).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "RECEIVABLES CONFIRMATION RESPONSES".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           DISPLAY "Confirmation Year (0 = " BizYear ") : "
               WITH NO ADVANCING.
           ACCEPT ConfYear.
           IF ConfYear = 0
               MOVE BizYear TO ConfYear
           END-IF.
           OPEN INPUT CustomerFile.
           OPEN I-O ConfFile.
           OPEN INPUT PostingFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CONFIRMATIONS " ConfYear
               DISPLAY "1: Record Response"
               DISPLAY "2: List Outstanding Confirmations"
               DISPLAY "3: Print Exception Report"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM RecordResponse
                   WHEN 2 PERFORM ListOutstanding
                   WHEN 3 PERFORM PrintExceptionReport
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE ConfFile.
           CLOSE PostingFile.
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
       RecordResponse.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE ConfYear TO CfYear.
           MOVE WorkIDNum TO CfIDNum.
           MOVE 'Y' TO ConfFoundFlag.
           READ ConfFile
               INVALID KEY MOVE 'N' TO ConfFoundFlag
           END-READ.
           IF ConfFoundFlag = 'N'
               DISPLAY "No Confirmation Sent To " WorkIDNum
                   " For " ConfYear
           ELSE
               PERFORM ShowConfirmation
               DISPLAY "Response (A=Agreed D=Disagreed "
                   "N=No Reply) : " WITH NO ADVANCING
               ACCEPT WorkStatus
               MOVE ZEROS TO WorkAmount
               IF WorkStatus = 'D'
                   DISPLAY "Balance Per Customer : "
                       WITH NO ADVANCING
                   ACCEPT WorkAmount
               END-IF
               IF WorkStatus = 'A'
                   MOVE CfBalance TO WorkAmount
               END-IF
               IF WorkStatus NOT = 'A' AND WorkStatus NOT = 'D'
                       AND WorkStatus NOT = 'N'
                   DISPLAY "Response Must Be A, D or N - Not Recorded"
               ELSE
                   PERFORM SaveResponse
               END-IF
           END-IF.
       ShowConfirmation.
           MOVE CfIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N'
               MOVE SPACES TO FirstName
               MOVE SPACES TO LastName
           END-IF.
           PERFORM SetStatusText.
           MOVE CfBalance TO ReportBalance.
           DISPLAY "Customer " CfIDNum " " FUNCTION TRIM(FirstName)
               " " FUNCTION TRIM(LastName).
           DISPLAY "Confirmed " CfConfDate " Balance " ReportBalance
               " Status " StatusText.
       SaveResponse.
           MOVE CfRespStatus TO OldStatus.
           MOVE WorkStatus TO CfRespStatus.
           MOVE WorkAmount TO CfRespAmount.
           MOVE BusinessDate TO CfRespDate.
           REWRITE ConfData
               INVALID KEY
                   DISPLAY "Response Not Recorded"
               NOT INVALID KEY
                   DISPLAY "Response Recorded"
                   MOVE "CONFRESP" TO AuditOperation
                   MOVE CfIDNum TO AuditIDNum
                   MOVE OldStatus TO AuditBeforeFirstName
                   MOVE ConfYear TO AuditBeforeLastName
                   MOVE WorkStatus TO AuditAfterFirstName
                   MOVE SPACES TO AuditAfterLastName
                   MOVE "Confirmation reply" TO AuditReasonCode
                   MOVE CfBalance TO AuditBeforeAmount
                   MOVE CfRespAmount TO AuditAfterAmount
                   PERFORM WriteAuditRecord
           END-REWRITE.
       SetStatusText.
           EVALUATE TRUE
               WHEN CfAgreed MOVE "AGREED" TO StatusText
               WHEN CfDisagreed MOVE "DISAGREED" TO StatusText
               WHEN CfNoReply MOVE "NO REPLY" TO StatusText
               WHEN OTHER MOVE "OUTSTANDING" TO StatusText
           END-EVALUATE.
       ListOutstanding.
           MOVE 0 TO ListedCount.
           PERFORM StartConfYear.
           PERFORM UNTIL ConfEOFFlag = 'Y'
               PERFORM ReadNextConf
               IF ConfEOFFlag = 'N' AND CfOutstanding
                   ADD 1 TO ListedCount
                   MOVE CfBalance TO ReportBalance
                   DISPLAY CfIDNum " " CfConfDate " " ReportBalance
               END-IF
           END-PERFORM.
           DISPLAY "Outstanding Confirmations : " ListedCount.
       StartConfYear.
           MOVE 'N' TO ConfEOFFlag.
           MOVE ConfYear TO CfYear.
           MOVE ZEROS TO CfIDNum.
           START ConfFile KEY IS NOT LESS THAN ConfKey
               INVALID KEY MOVE 'Y' TO ConfEOFFlag
           END-START.
       ReadNextConf.
           READ ConfFile NEXT RECORD
               AT END MOVE 'Y' TO ConfEOFFlag
           END-READ.
           IF ConfEOFFlag = 'N' AND CfYear NOT = ConfYear
               MOVE 'Y' TO ConfEOFFlag
           END-IF.
      * The auditors want every disagreement explained. Our activity
      * between the confirmation date and the reply (payments in the
      * post, later invoices) is listed against the difference; what
      * it does not account for is the unreconciled amount. Replies
      * never received are listed for alternative procedures.
       PrintExceptionReport.
           MOVE 0 TO SentCount.
           MOVE 0 TO AgreedCount.
           MOVE 0 TO DisagreedCount.
           MOVE 0 TO NoReplyCount.
           MOVE 0 TO OutstandingCount.
           MOVE ZEROS TO SentTotal.
           MOVE ZEROS TO AgreedTotal.
           MOVE ZEROS TO UnreconciledTotal.
           OPEN OUTPUT ExcpReportFile.
           MOVE SPACES TO ExcpLine.
           STRING "RECEIVABLES CONFIRMATION EXCEPTIONS " ConfYear
               "   RUN " BusinessDate
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
           MOVE SPACES TO ExcpLine.
           WRITE ExcpLine.
           MOVE "DISAGREED CONFIRMATIONS" TO ExcpLine.
           WRITE ExcpLine.
           MOVE SPACES TO ExcpLine.
           STRING "CUST   CONF DATE  OUR BALANCE  PER CUSTOMER "
               "  DIFFERENCE"
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
           PERFORM StartConfYear.
           PERFORM UNTIL ConfEOFFlag = 'Y'
               PERFORM ReadNextConf
               IF ConfEOFFlag = 'N'
                   PERFORM CountConfirmation
                   IF CfDisagreed
                       PERFORM ReconcileDisagreement
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO ExcpLine.
           WRITE ExcpLine.
           MOVE "NO REPLY / OUTSTANDING - ALTERNATIVE PROCEDURES"
               TO ExcpLine.
           WRITE ExcpLine.
           PERFORM StartConfYear.
           PERFORM UNTIL ConfEOFFlag = 'Y'
               PERFORM ReadNextConf
               IF ConfEOFFlag = 'N'
                       AND (CfNoReply OR CfOutstanding)
                   PERFORM SetStatusText
                   MOVE CfBalance TO ReportBalance
                   MOVE SPACES TO ExcpLine
                   STRING CfIDNum " " CfConfDate " " ReportBalance
                       "  " StatusText
                       DELIMITED BY SIZE INTO ExcpLine
                   END-STRING
                   WRITE ExcpLine
               END-IF
           END-PERFORM.
           PERFORM WriteReportSummary.
           CLOSE ExcpReportFile.
           DISPLAY "Exception Report Written to confexcp.lst".
       CountConfirmation.
           ADD 1 TO SentCount.
           ADD CfBalance TO SentTotal.
           EVALUATE TRUE
               WHEN CfAgreed
                   ADD 1 TO AgreedCount
                   ADD CfBalance TO AgreedTotal
               WHEN CfDisagreed ADD 1 TO DisagreedCount
               WHEN CfNoReply ADD 1 TO NoReplyCount
               WHEN OTHER ADD 1 TO OutstandingCount
           END-EVALUATE.
       ReconcileDisagreement.
           COMPUTE Difference = CfRespAmount - CfBalance.
           MOVE CfBalance TO ReportBalance.
           MOVE CfRespAmount TO ReportAmount.
           MOVE Difference TO ReportDiff.
           MOVE SPACES TO ExcpLine.
           WRITE ExcpLine.
           MOVE SPACES TO ExcpLine.
           STRING CfIDNum " " CfConfDate " " ReportBalance "  "
               ReportAmount "  " ReportDiff
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
           MOVE CfRespDate TO ActivityUpTo.
           IF ActivityUpTo = ZEROS
               MOVE BusinessDate TO ActivityUpTo
           END-IF.
           MOVE ZEROS TO ActivityTotal.
           MOVE CfIDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
           MOVE 'N' TO PostEOFFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO PostEOFFlag
           END-START.
           PERFORM UNTIL PostEOFFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO PostEOFFlag
               END-READ
               IF PostEOFFlag = 'N'
                   IF PostIDNum NOT = CfIDNum
                       MOVE 'Y' TO PostEOFFlag
                   ELSE
                       PERFORM CheckReconcilingPosting
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE Unreconciled = Difference - ActivityTotal.
           ADD Unreconciled TO UnreconciledTotal.
           MOVE ActivityTotal TO ReportAmount.
           MOVE Unreconciled TO ReportDiff.
           MOVE SPACES TO ExcpLine.
           STRING "       Activity Since Confirmation " ReportAmount
               "  Unreconciled " ReportDiff
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
       CheckReconcilingPosting.
           MOVE PostDate(5:4) TO PostDateYMD(1:4).
           MOVE PostDate(1:4) TO PostDateYMD(5:4).
           IF PostDateYMD > CfConfDate
                   AND PostDateYMD NOT > ActivityUpTo
               ADD PostAmount TO ActivityTotal
               MOVE PostAmount TO ReportAmount
               MOVE SPACES TO ExcpLine
               STRING "         " PostDateYMD " " PostType " "
                   PostRef " " ReportAmount
                   DELIMITED BY SIZE INTO ExcpLine
               END-STRING
               WRITE ExcpLine
           END-IF.
       WriteReportSummary.
           MOVE SPACES TO ExcpLine.
           WRITE ExcpLine.
           MOVE SentCount TO ReportCount.
           MOVE SentTotal TO ReportTotal.
           MOVE SPACES TO ExcpLine.
           STRING "Confirmations Sent   : " ReportCount
               "  Balance " ReportTotal
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
           MOVE AgreedCount TO ReportCount.
           MOVE AgreedTotal TO ReportTotal.
           MOVE SPACES TO ExcpLine.
           STRING "Agreed               : " ReportCount
               "  Balance " ReportTotal
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
           MOVE DisagreedCount TO ReportCount.
           MOVE UnreconciledTotal TO ReportTotal.
           MOVE SPACES TO ExcpLine.
           STRING "Disagreed            : " ReportCount
               "  Unreconciled " ReportTotal
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
           MOVE NoReplyCount TO ReportCount.
           MOVE SPACES TO ExcpLine.
           STRING "No Reply             : " ReportCount
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
           MOVE OutstandingCount TO ReportCount.
           MOVE SPACES TO ExcpLine.
           STRING "Still Outstanding    : " ReportCount
               DELIMITED BY SIZE INTO ExcpLine
           END-STRING.
           WRITE ExcpLine.
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
