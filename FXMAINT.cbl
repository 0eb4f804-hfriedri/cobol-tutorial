       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMAINT.
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
              SELECT OPTIONAL FxRateFile ASSIGN TO "fxrate.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FxRateKey.
              SELECT OPTIONAL CustCurFile ASSIGN TO "custcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcIDNum.
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
       FD  FxRateFile.
       01  FxRateData.
               02  FxRateKey.
                   03  FxCurrency     PIC X(3).
                   03  FxEffDate      PIC 9(8).
               02  FxRate             PIC 9(3)V9(6).
       FD  CustCurFile.
       01  CustCurData.
               02  CcIDNum            PIC 9(6).
               02  CcCurrency         PIC X(3).
               02  CcForeignBal       PIC S9(9)V99.
               02  CcHomeBal          PIC S9(9)V99.
               02  CcUnrealized       PIC S9(9)V99.
               02  CcRevalDate        PIC 9(8).
               02  CcRevalRate        PIC 9(3)V9(6).
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
       01  CustFoundFlag              PIC X.
       01  RateFoundFlag              PIC X.
       01  RateEOFFlag                PIC X.
       01  CurFoundFlag               PIC X.
       01  ListedCount                PIC 9(3).
       01  WorkIDNum                  PIC 9(6).
       01  WorkCurrency               PIC X(3).
       01  WorkEffDate                PIC 9(8).
       01  WorkRate                   PIC 9(3)V9(6).
       01  OldRate                    PIC 9(3)V9(6).
       01  OldCurrency                PIC X(3).
       01  ReportRate                 PIC ZZ9.999999.
       01  ReportAmount               PIC ZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "EXCHANGE RATE AND CUSTOMER CURRENCY MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN INPUT CustomerFile.
           OPEN I-O FxRateFile.
           OPEN I-O CustCurFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CURRENCIES"
               DISPLAY "1: Add / Change Exchange Rate"
               DISPLAY "2: List Rates for Currency"
               DISPLAY "3: Set Customer Currency"
               DISPLAY "4: Show Customer Currency"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM MaintainRate
                   WHEN 2 PERFORM ListCurrencyRates
                   WHEN 3 PERFORM SetCustomerCurrency
                   WHEN 4 PERFORM ShowCustomerCurrency
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE FxRateFile.
           CLOSE CustCurFile.
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
       AcceptCurrency.
           DISPLAY "Currency Code (e.g. EUR) : " WITH NO ADVANCING.
           ACCEPT WorkCurrency.
           MOVE FUNCTION UPPER-CASE(WorkCurrency) TO WorkCurrency.
      * Rates are home currency per one unit of the foreign currency
      * and take effect from their effective date until superseded.
      * Invoices, statements and revaluation all depend on them, so
      * only a supervisor may enter or change one.
       MaintainRate.
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Rates"
           ELSE
               PERFORM AcceptCurrency
               IF WorkCurrency IS NOT ALPHABETIC
                       OR WorkCurrency(3:1) = SPACE
                   DISPLAY "Currency Code Must Be Three Letters"
               ELSE
                   DISPLAY "Effective Date (YYYYMMDD) : "
                       WITH NO ADVANCING
                   ACCEPT WorkEffDate
                   DISPLAY "Rate (home per 1 " WorkCurrency ") : "
                       WITH NO ADVANCING
                   ACCEPT WorkRate
                   IF WorkRate = ZEROS OR WorkEffDate = ZEROS
                       DISPLAY "Date and Rate Are Required - "
                           "Rate Not Saved"
                   ELSE
                       PERFORM SaveRate
                   END-IF
               END-IF
           END-IF.
       SaveRate.
           MOVE WorkCurrency TO FxCurrency.
           MOVE WorkEffDate TO FxEffDate.
           MOVE 'Y' TO RateFoundFlag.
           READ FxRateFile
               INVALID KEY MOVE 'N' TO RateFoundFlag
           END-READ.
           MOVE ZEROS TO OldRate.
           IF RateFoundFlag = 'Y'
               MOVE FxRate TO OldRate
           END-IF.
           MOVE WorkRate TO FxRate.
           IF RateFoundFlag = 'Y'
               REWRITE FxRateData
                   INVALID KEY DISPLAY "Rate Not Updated"
               END-REWRITE
           ELSE
               WRITE FxRateData
                   INVALID KEY DISPLAY "Rate Not Written"
               END-WRITE
           END-IF.
           MOVE "FXRATE" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE SPACES TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE OldRate TO ReportRate.
           MOVE ReportRate TO AuditBeforeFirstName.
           MOVE WorkRate TO ReportRate.
           MOVE ReportRate TO AuditAfterFirstName.
           MOVE SPACES TO AuditReasonCode.
           STRING FxCurrency " from " FxEffDate
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           DISPLAY "Rate Saved".
       ListCurrencyRates.
           PERFORM AcceptCurrency.
           MOVE 0 TO ListedCount.
           MOVE WorkCurrency TO FxCurrency.
           MOVE ZEROS TO FxEffDate.
           MOVE 'N' TO RateEOFFlag.
           START FxRateFile KEY IS NOT LESS THAN FxRateKey
               INVALID KEY MOVE 'Y' TO RateEOFFlag
           END-START.
           PERFORM UNTIL RateEOFFlag = 'Y'
               READ FxRateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOFFlag
               END-READ
               IF RateEOFFlag = 'N'
                   IF FxCurrency NOT = WorkCurrency
                       MOVE 'Y' TO RateEOFFlag
                   ELSE
                       ADD 1 TO ListedCount
                       MOVE FxRate TO ReportRate
                       DISPLAY FxCurrency " from " FxEffDate
                           " rate " ReportRate
                   END-IF
               END-IF
           END-PERFORM.
           IF ListedCount = 0
               DISPLAY "No Rates on File for " WorkCurrency
           END-IF.
       GetCustomer.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE WorkIDNum TO IDNum.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'Y' AND NOT RecordLive
               MOVE 'N' TO CustFoundFlag
           END-IF.
           IF CustFoundFlag = 'N'
               DISPLAY "Customer Does not Exist or Is Not Live"
           ELSE
               DISPLAY "Customer : " FirstName " " LastName
           END-IF.
       ReadCustomerCurrency.
           MOVE WorkIDNum TO CcIDNum.
           MOVE 'Y' TO CurFoundFlag.
           READ CustCurFile
               INVALID KEY MOVE 'N' TO CurFoundFlag
           END-READ.
           IF CurFoundFlag = 'N'
               MOVE SPACES TO CcCurrency
               MOVE ZEROS TO CcForeignBal
               MOVE ZEROS TO CcHomeBal
               MOVE ZEROS TO CcUnrealized
               MOVE ZEROS TO CcRevalDate
               MOVE ZEROS TO CcRevalRate
           END-IF.
       ShowCustomerCurrency.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               PERFORM ReadCustomerCurrency
               IF CcCurrency = SPACES
                   DISPLAY "Billed in Home Currency"
               ELSE
                   DISPLAY "Billed in        : " CcCurrency
                   MOVE CcForeignBal TO ReportAmount
                   DISPLAY "Foreign Balance  : " ReportAmount
                   MOVE CcHomeBal TO ReportAmount
                   DISPLAY "Booked at Home   : " ReportAmount
                   MOVE CcUnrealized TO ReportAmount
                   DISPLAY "Unrealized G/L   : " ReportAmount
                   DISPLAY "Last Revalued    : " CcRevalDate
               END-IF
           END-IF.
      * The billing currency can only be changed while nothing is
      * owed, so no balance is ever carried in two currencies.
       SetCustomerCurrency.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               PERFORM ReadCustomerCurrency
               IF Balance NOT = ZEROS OR CcForeignBal NOT = ZEROS
                   DISPLAY "Balance Must Be Zero to Change Currency"
               ELSE
                   DISPLAY "Currency Code (blank = home) : "
                       WITH NO ADVANCING
                   ACCEPT WorkCurrency
                   MOVE FUNCTION UPPER-CASE(WorkCurrency)
                       TO WorkCurrency
                   PERFORM SaveCustomerCurrency
               END-IF
           END-IF.
       SaveCustomerCurrency.
           MOVE CcCurrency TO OldCurrency.
           EVALUATE TRUE
               WHEN WorkCurrency = SPACES AND CurFoundFlag = 'Y'
                   DELETE CustCurFile
                       INVALID KEY DISPLAY "Currency Not Removed"
                   END-DELETE
                   PERFORM WriteCurrencyAudit
               WHEN WorkCurrency = SPACES
                   DISPLAY "Customer Already Billed in Home Currency"
               WHEN WorkCurrency IS NOT ALPHABETIC
                       OR WorkCurrency(3:1) = SPACE
                   DISPLAY "Currency Code Must Be Three Letters"
               WHEN OTHER
                   PERFORM CheckCurrencyHasRate
               END-EVALUATE.
       CheckCurrencyHasRate.
           MOVE WorkCurrency TO FxCurrency.
           MOVE ZEROS TO FxEffDate.
           MOVE 'Y' TO RateFoundFlag.
           START FxRateFile KEY IS NOT LESS THAN FxRateKey
               INVALID KEY MOVE 'N' TO RateFoundFlag
           END-START.
           IF RateFoundFlag = 'Y'
               READ FxRateFile NEXT RECORD
                   AT END MOVE 'N' TO RateFoundFlag
               END-READ
           END-IF.
           IF RateFoundFlag = 'Y' AND FxCurrency NOT = WorkCurrency
               MOVE 'N' TO RateFoundFlag
           END-IF.
           IF RateFoundFlag = 'N'
               DISPLAY "No Exchange Rate on File for " WorkCurrency
                   " - Enter a Rate First"
           ELSE
               MOVE WorkIDNum TO CcIDNum
               MOVE WorkCurrency TO CcCurrency
               IF CurFoundFlag = 'Y'
                   REWRITE CustCurData
                       INVALID KEY DISPLAY "Currency Not Updated"
                   END-REWRITE
               ELSE
                   WRITE CustCurData
                       INVALID KEY DISPLAY "Currency Not Written"
                   END-WRITE
               END-IF
               PERFORM WriteCurrencyAudit
           END-IF.
       WriteCurrencyAudit.
           MOVE "CUSTCCY" TO AuditOperation.
           MOVE IDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING "Currency " OldCurrency " to " WorkCurrency
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE Balance TO AuditBeforeAmount.
           MOVE Balance TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           DISPLAY "Customer Currency Saved".
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
