                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BcIDNum.
              SELECT OPTIONAL CustCurFile ASSIGN TO "custcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcIDNum.
              SELECT OPTIONAL CustRelFile ASSIGN TO "custrel.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RelIDNum
                  ALTERNATE RECORD KEY IS RelParentID
                      WITH DUPLICATES.
              SELECT OPTIONAL ContactFile ASSIGN TO "contact.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ContactKey.
              SELECT OPTIONAL EDelivFile ASSIGN TO "edeliv.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EdIDNum.
              SELECT EStmtDispFile ASSIGN TO "estmtdsp.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT EStmtBodyFile ASSIGN TO "estmtbdy.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT StmtCycFile ASSIGN TO "stmtcyc.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StmtCycStatus.
       01  BillCycleData.
               02  BcIDNum            PIC 9(6).
               02  BcCycleCode        PIC 9.
       FD  ContactFile.
       01  ContactData.
               02  ContactKey.
                   03  CtIDNum        PIC 9(6).
                   03  CtSeqNum       PIC 9(2).
               02  CtType             PIC X.
                   88  ContactPhone   VALUE 'P'.
                   88  ContactEmail   VALUE 'E'.
               02  CtValue            PIC X(30).
               02  CtPreferred        PIC X.
                   88  ContactPreferred VALUE 'Y'.
       FD  EDelivFile.
       01  EDelivData.
               02  EdIDNum            PIC 9(6).
               02  EdOptIn            PIC X.
                   88  EdOptedIn      VALUE 'Y'.
                   88  EdPaper        VALUE 'N'.
               02  EdChangeDate       PIC 9(8).
               02  EdBounceDate       PIC 9(8).
               02  EdBounceCount      PIC 9(3).
       FD  EStmtDispFile.
       01  EStmtDispRecord.
               02  EsIDNum            PIC 9(6).
               02  EsAddress          PIC X(30).
               02  EsSubject          PIC X(40).
               02  EsBodyRef          PIC X(13).
               02  EsPeriod           PIC 9(6).
               02  EsAmountDue        PIC 9(7)V99.
               02  EsScanLine         PIC X(22).
       FD  EStmtBodyFile.
       01  EStmtBodyRecord.
               02  EbRef              PIC X(13).
               02  EbLine             PIC X(80).
       FD  StmtCycFile.
       01  StmtCycRecord.
               02  ScCycleCode        PIC 9.
                   88  ClSent         VALUE SPACE.
                   88  ClDoNotMail    VALUE 'D'.
                   88  ClBadAddress   VALUE 'B'.
                   88  ClBounced      VALUE 'R'.
               02  ClChannel          PIC X.
                   88  ClByPost       VALUE SPACE.
                   88  ClByEmail      VALUE 'E'.
       FD  CustCurFile.
       01  CustCurData.
               02  CcIDNum            PIC 9(6).
               02  CcCurrency         PIC X(3).
               02  CcForeignBal       PIC S9(9)V99.
               02  CcHomeBal          PIC S9(9)V99.
               02  CcUnrealized       PIC S9(9)V99.
               02  CcRevalDate        PIC 9(8).
               02  CcRevalRate        PIC 9(3)V9(6).
       FD  CustRelFile.
       01  CustRelData.
               02  RelIDNum           PIC 9(6).
               02  RelParentID        PIC 9(6).
               02  RelGroupLimit      PIC S9(7)V99.
               02  RelConsolStmt      PIC X.
                   88  RelConsolidated VALUE 'Y'.
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  CustCycleCode              PIC 9.
       01  CycleFoundFlag             PIC X.
       01  CorrSuppressCode           PIC X.
       01  RelFoundFlag               PIC X.
       01  RelEOFFlag                 PIC X.
       01  StmtRole                   PIC X.
               88  StmtStandalone     VALUE 'S'.
               88  StmtConsolParent   VALUE 'P'.
               88  StmtConsolChild    VALUE 'C'.
       01  ConsolParentID             PIC 9(6).
       01  ConsolGroupLimit           PIC S9(7)V99.
       01  GroupBalance               PIC S9(9)V99.
       01  StubBalance                PIC S9(9)V99.
       01  ConsolidatedCount          PIC 9(6) VALUE 0.
       01  ReportGroup                PIC ZZZZZZZZ9.99-.
       01  FxlCurrency                PIC X(3).
       01  FxlDate                    PIC 9(8).
       01  FxlRate                    PIC 9(3)V9(6).
       01  FxlFound                   PIC X.
       01  CurFoundFlag               PIC X.
       01  StmtForeignFlag            PIC X VALUE 'N'.
       01  ForeignPostTotal           PIC S9(9)V99.
       01  ForeignClosing             PIC S9(9)V99.
       01  ConvHomeAmount             PIC S9(9)V99.
       01  ConvStmtAmount             PIC S9(9)V99.
       01  ReportRate                 PIC ZZ9.999999.
       01  EDeliveryFlag              PIC X VALUE 'N'.
       01  EDelivFoundFlag            PIC X.
       01  ContactEOFFlag             PIC X.
       01  EmailAddress               PIC X(30).
       01  PrintedCount               PIC 9(6) VALUE 0.
       01  EmailedCount               PIC 9(6) VALUE 0.
       01  BodyRef                    PIC X(13).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           OPEN INPUT CustomerFile.
           OPEN INPUT PointsFile.
           OPEN INPUT BillCycleFile.
           OPEN INPUT CustRelFile.
           OPEN INPUT CustCurFile.
           OPEN INPUT ContactFile.
           OPEN INPUT EDelivFile.
           OPEN EXTEND CorrLogFile.
           OPEN OUTPUT StatementFile.
           OPEN OUTPUT EStmtDispFile.
           OPEN OUTPUT EStmtBodyFile.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RecordLive
                   PERFORM GetStatementRole
                   MOVE 'N' TO EDeliveryFlag
                   IF NOT StmtConsolChild
                       PERFORM GetDeliveryChannel
                   END-IF
                   EVALUATE TRUE
                       WHEN StmtConsolChild
                           CONTINUE
                       WHEN AddrBad AND EDeliveryFlag = 'N'
                           ADD 1 TO SuppressedCount
                           MOVE 'B' TO CorrSuppressCode
                           PERFORM WriteCorrLogEntry
                       WHEN OTHER
                           PERFORM GetCustomerCycle
                           IF RunCycleCode = 0
                                   OR CustCycleCode = RunCycleCode
                               IF StmtConsolParent
                                   PERFORM WriteConsolidatedStatement
                               ELSE
                                   PERFORM WriteOneStatement
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE PostingFile.
           CLOSE CustomerFile.
           CLOSE PointsFile.
           CLOSE BillCycleFile.
           CLOSE CustRelFile.
           CLOSE CustCurFile.
           CLOSE ContactFile.
           CLOSE EDelivFile.
           CLOSE CorrLogFile.
           CLOSE StatementFile.
           CLOSE EStmtDispFile.
           CLOSE EStmtBodyFile.
           DISPLAY "Statements Generated : " StatementCount
           DISPLAY "Sent By E-Mail       : " EmailedCount
           DISPLAY "Suppressed Bad Addr  : " SuppressedCount
           DISPLAY "Consolidated Accounts: " ConsolidatedCount
           DISPLAY "END OF STATEMENT GENERATION".
           STOP RUN.
       WriteOneStatement.
           MOVE 0 TO CustPostCount.
           MOVE ZEROS TO CustPostTotal.
           MOVE ZEROS TO ForeignPostTotal.
           PERFORM GetStatementCurrency.
           PERFORM SumCustomerPostings.
           COMPUTE OpeningBalance = Balance - CustPostTotal.
           IF StmtForeignFlag = 'Y'
               COMPUTE ForeignClosing ROUNDED = CcForeignBal
                   + (Balance - CcHomeBal) / FxlRate
               COMPUTE OpeningBalance =
                   ForeignClosing - ForeignPostTotal
           END-IF.
           ADD 1 TO StatementCount.
           PERFORM StartStatementPage.
           MOVE "CUSTOMER STATEMENT" TO StatementLine.
           PERFORM PutStatementLine.
           MOVE IDNum TO ReportIDNum.
           MOVE SPACES TO StatementLine.
           STRING "Customer " ReportIDNum "  "
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           IF StmtForeignFlag = 'Y'
               MOVE FxlRate TO ReportRate
               MOVE SPACES TO StatementLine
               STRING "Amounts in " CcCurrency " at exchange rate "
                   ReportRate
                   DELIMITED BY SIZE INTO StatementLine
               END-STRING
               PERFORM PutStatementLine
           END-IF.
           MOVE OpeningBalance TO ReportBalance.
           MOVE SPACES TO StatementLine.
           STRING "Opening Balance : " ReportBalance
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           IF CustPostCount = 0
               MOVE "  No Activity This Period" TO StatementLine
               PERFORM PutStatementLine
           ELSE
               PERFORM WriteCustomerDetails
           END-IF.
           IF StmtForeignFlag = 'Y'
               MOVE ForeignClosing TO ReportBalance
           ELSE
               MOVE Balance TO ReportBalance
           END-IF.
           MOVE SPACES TO StatementLine.
           STRING "Closing Balance : " ReportBalance
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           MOVE CreditLimit TO ConvHomeAmount.
           PERFORM ConvertToStatementCurrency.
           MOVE ConvStmtAmount TO ReportBalance.
           MOVE SPACES TO StatementLine.
           STRING "Credit Limit    : " ReportBalance
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           IF Balance > CreditLimit
               MOVE "*** BALANCE OVER CREDIT LIMIT ***"
                   TO StatementLine
               PERFORM PutStatementLine
           END-IF.
           PERFORM WritePointsBalanceLine.
           IF StmtForeignFlag = 'Y'
               MOVE ForeignClosing TO StubBalance
           ELSE
               MOVE Balance TO StubBalance
           END-IF.
           PERFORM WriteRemittanceStub.
           IF EDeliveryFlag = 'Y'
               PERFORM WriteDispatchRecord
           END-IF.
           MOVE SPACE TO CorrSuppressCode.
           PERFORM WriteCorrLogEntry.
      * A child account whose parent takes a consolidated statement is
      * printed inside the parent's statement and skipped on its own.
      * A customer billed in a foreign currency gets the statement in
      * that currency at the statement date rate. The closing balance
      * is the foreign amount still owed on invoices plus any home
      * currency charges since, so it ties to the remittance stub.
       GetStatementCurrency.
           MOVE 'N' TO StmtForeignFlag.
           MOVE IDNum TO CcIDNum.
           MOVE 'Y' TO CurFoundFlag.
           READ CustCurFile
               INVALID KEY MOVE 'N' TO CurFoundFlag
           END-READ.
           IF CurFoundFlag = 'Y' AND CcCurrency NOT = SPACES
               MOVE CcCurrency TO FxlCurrency
               MOVE BusinessDate TO FxlDate
               CALL 'FXLOOKUP' USING FxlCurrency, FxlDate, FxlRate,
                   FxlFound
               IF FxlFound = 'Y'
                   MOVE 'Y' TO StmtForeignFlag
               ELSE
                   DISPLAY "WARNING: no " CcCurrency " rate - "
                       "statement for " IDNum " in home currency"
               END-IF
           END-IF.
       ConvertToStatementCurrency.
           IF StmtForeignFlag = 'Y'
               COMPUTE ConvStmtAmount ROUNDED =
                   ConvHomeAmount / FxlRate
           ELSE
               MOVE ConvHomeAmount TO ConvStmtAmount
           END-IF.
       GetStatementRole.
           SET StmtStandalone TO TRUE.
           MOVE IDNum TO RelIDNum.
           MOVE 'Y' TO RelFoundFlag.
           READ CustRelFile
               INVALID KEY MOVE 'N' TO RelFoundFlag
           END-READ.
           IF RelFoundFlag = 'Y'
               IF RelParentID = ZEROS
                   IF RelConsolidated
                       SET StmtConsolParent TO TRUE
                       MOVE RelGroupLimit TO ConsolGroupLimit
                   END-IF
               ELSE
                   MOVE RelParentID TO RelIDNum
                   READ CustRelFile
                       INVALID KEY MOVE 'N' TO RelFoundFlag
                   END-READ
                   IF RelFoundFlag = 'Y' AND RelConsolidated
                       SET StmtConsolChild TO TRUE
                   END-IF
               END-IF
           END-IF.
      * One statement for the whole family: the parent's own activity,
      * then each live child's, a group total and a single remittance
      * stub for the group balance under the parent's ID. The parent is
      * read back at the end so the customer pass resumes after it.
       WriteConsolidatedStatement.
           MOVE 'N' TO StmtForeignFlag.
           MOVE IDNum TO ConsolParentID.
           MOVE ZEROS TO GroupBalance.
           ADD 1 TO StatementCount.
           PERFORM StartStatementPage.
           MOVE "CONSOLIDATED CUSTOMER STATEMENT" TO StatementLine.
           PERFORM PutStatementLine.
           MOVE IDNum TO ReportIDNum.
           MOVE SPACES TO StatementLine.
           STRING "Parent Account " ReportIDNum "  "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           PERFORM WriteMemberSection.
           MOVE ConsolParentID TO RelParentID.
           MOVE 'N' TO RelEOFFlag.
           START CustRelFile KEY IS EQUAL TO RelParentID
               INVALID KEY MOVE 'Y' TO RelEOFFlag
           END-START.
           PERFORM UNTIL RelEOFFlag = 'Y'
               READ CustRelFile NEXT RECORD
                   AT END MOVE 'Y' TO RelEOFFlag
               END-READ
               IF RelEOFFlag = 'N'
                   IF RelParentID NOT = ConsolParentID
                       MOVE 'Y' TO RelEOFFlag
                   ELSE
                       PERFORM WriteChildSection
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ConsolParentID TO IDNum.
           READ CustomerFile
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-READ.
           MOVE SPACES TO StatementLine.
           PERFORM PutStatementLine.
           MOVE GroupBalance TO ReportGroup.
           MOVE SPACES TO StatementLine.
           STRING "Group Balance   : " ReportGroup
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           IF ConsolGroupLimit > ZEROS
               MOVE ConsolGroupLimit TO ReportBalance
               MOVE SPACES TO StatementLine
               STRING "Group Limit     : " ReportBalance
                   DELIMITED BY SIZE INTO StatementLine
               END-STRING
               PERFORM PutStatementLine
               IF GroupBalance > ConsolGroupLimit
                   MOVE "*** GROUP BALANCE OVER GROUP LIMIT ***"
                       TO StatementLine
                   PERFORM PutStatementLine
               END-IF
           END-IF.
           PERFORM WritePointsBalanceLine.
           MOVE GroupBalance TO StubBalance.
           PERFORM WriteRemittanceStub.
           IF EDeliveryFlag = 'Y'
               PERFORM WriteDispatchRecord
           END-IF.
           MOVE SPACE TO CorrSuppressCode.
           PERFORM WriteCorrLogEntry.
       WriteChildSection.
           MOVE RelIDNum TO IDNum.
           MOVE 'Y' TO RelFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO RelFoundFlag
           END-READ.
           IF RelFoundFlag = 'Y' AND RecordLive
               ADD 1 TO ConsolidatedCount
               PERFORM WriteMemberSection
               MOVE SPACE TO CorrSuppressCode
               PERFORM WriteCorrLogEntry
           END-IF.
       WriteMemberSection.
           MOVE 0 TO CustPostCount.
           MOVE ZEROS TO CustPostTotal.
           PERFORM SumCustomerPostings.
           COMPUTE OpeningBalance = Balance - CustPostTotal.
           ADD Balance TO GroupBalance.
           MOVE SPACES TO StatementLine.
           PERFORM PutStatementLine.
           MOVE IDNum TO ReportIDNum.
           MOVE SPACES TO StatementLine.
           STRING "Account " ReportIDNum "  "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           MOVE OpeningBalance TO ReportBalance.
           MOVE SPACES TO StatementLine.
           STRING "Opening Balance : " ReportBalance
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           IF CustPostCount = 0
               MOVE "  No Activity This Period" TO StatementLine
               PERFORM PutStatementLine
           ELSE
               PERFORM WriteCustomerDetails
           END-IF.
           MOVE Balance TO ReportBalance.
           MOVE SPACES TO StatementLine.
           STRING "Closing Balance : " ReportBalance
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
       SumCustomerPostings.
           MOVE IDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
                       IF InPeriodFlag = 'Y'
                           ADD 1 TO CustPostCount
                           ADD PostAmount TO CustPostTotal
                           MOVE PostAmount TO ConvHomeAmount
                           PERFORM ConvertToStatementCurrency
                           ADD ConvStmtAmount TO ForeignPostTotal
                       END-IF
                   END-IF
               END-IF
               STRING "Loyalty Points  : " ReportPoints
                   DELIMITED BY SIZE INTO StatementLine
               END-STRING
               PERFORM PutStatementLine
           END-IF.
       WriteRemittanceStub.
           IF StubBalance > 0
               MOVE StubBalance TO StubAmountDue
           ELSE
               MOVE ZEROS TO StubAmountDue
           END-IF.
           COMPUTE ScanAmount = StubAmountDue * 100.
           PERFORM ComputeScanCheckDigit.
           MOVE SPACES TO StatementLine.
           PERFORM PutStatementLine.
           MOVE ALL "-" TO StatementLine.
           PERFORM PutStatementLine.
           MOVE "REMITTANCE STUB - RETURN WITH PAYMENT"
               TO StatementLine.
           PERFORM PutStatementLine.
           MOVE StubAmountDue TO ReportBalance.
           MOVE SPACES TO StatementLine.
           STRING "Customer " ScanIDNum "  Period "
               "  Amount Due " ReportBalance
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
           MOVE SPACES TO StatementLine.
           STRING "SCANLINE " ScanLineData
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
       ComputeScanCheckDigit.
           MOVE 0 TO ScanDigitSum.
           MOVE 0 TO ScanCheckDigit.
           END-IF.
       WriteStatementDetail.
           MOVE PostDate TO ReportDate.
           MOVE PostAmount TO ConvHomeAmount.
           PERFORM ConvertToStatementCurrency.
           MOVE ConvStmtAmount TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "  " ReportDate "  " PostType "  "
               PostRef "  " ReportAmount
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PutStatementLine.
       WriteCorrLogEntry.
           MOVE IDNum TO ClIDNum.
           MOVE "STMT" TO ClDocType.
           MOVE BizYear TO ClRef(1:4).
           MOVE BizMonth TO ClRef(5:2).
           MOVE CorrSuppressCode TO ClSuppressed.
           IF EDeliveryFlag = 'Y'
               SET ClByEmail TO TRUE
           ELSE
               SET ClByPost TO TRUE
           END-IF.
           WRITE CorrLogRecord.
      * A customer who has opted in to e-statements and whose preferred
      * contact is an e-mail address gets the statement through the
      * mail gateway instead of the print file. The body lines go to
      * the body file under a reference the dispatch record carries.
       GetDeliveryChannel.
           MOVE 'N' TO EDeliveryFlag.
           MOVE IDNum TO EdIDNum.
           MOVE 'Y' TO EDelivFoundFlag.
           READ EDelivFile
               INVALID KEY MOVE 'N' TO EDelivFoundFlag
           END-READ.
           IF EDelivFoundFlag = 'Y' AND EdOptedIn
               PERFORM FindPreferredEmail
               IF EmailAddress = SPACES
                   DISPLAY "WARNING: " IDNum " opted in to e-mail "
                       "but has no preferred e-mail - printed"
               ELSE
                   MOVE 'Y' TO EDeliveryFlag
                   MOVE SPACES TO BodyRef
                   STRING "S" IDNum BizYear BizMonth
                       DELIMITED BY SIZE INTO BodyRef
                   END-STRING
               END-IF
           END-IF.
       FindPreferredEmail.
           MOVE SPACES TO EmailAddress.
           MOVE IDNum TO CtIDNum.
           MOVE ZEROS TO CtSeqNum.
           MOVE 'N' TO ContactEOFFlag.
           START ContactFile KEY IS NOT LESS THAN ContactKey
               INVALID KEY MOVE 'Y' TO ContactEOFFlag
           END-START.
           PERFORM UNTIL ContactEOFFlag = 'Y'
               READ ContactFile NEXT RECORD
                   AT END MOVE 'Y' TO ContactEOFFlag
               END-READ
               IF ContactEOFFlag = 'N'
                   IF CtIDNum NOT = IDNum
                       MOVE 'Y' TO ContactEOFFlag
                   ELSE
                       IF ContactPreferred AND ContactEmail
                           MOVE CtValue TO EmailAddress
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       StartStatementPage.
           MOVE SPACES TO StatementLine.
           IF EDeliveryFlag = 'Y'
               ADD 1 TO EmailedCount
           ELSE
               ADD 1 TO PrintedCount
               IF PrintedCount = 1
                   WRITE StatementLine
               ELSE
                   WRITE StatementLine AFTER ADVANCING PAGE
               END-IF
           END-IF.
       PutStatementLine.
           IF EDeliveryFlag = 'Y'
               MOVE BodyRef TO EbRef
               MOVE StatementLine TO EbLine
               WRITE EStmtBodyRecord
           ELSE
               WRITE StatementLine
           END-IF.
       WriteDispatchRecord.
           MOVE IDNum TO EsIDNum.
           MOVE EmailAddress TO EsAddress.
           MOVE SPACES TO EsSubject.
           STRING "Your statement for " BizYear "/" BizMonth
               DELIMITED BY SIZE INTO EsSubject
           END-STRING.
           MOVE BodyRef TO EsBodyRef.
           MOVE ScanPeriod TO EsPeriod.
           MOVE StubAmountDue TO EsAmountDue.
           MOVE ScanLineData TO EsScanLine.
           WRITE EStmtDispRecord.
