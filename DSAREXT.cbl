       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAREXT.
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
              SELECT OPTIONAL CustArchFile ASSIGN TO "custarchive.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CustArchStatus.
              SELECT OPTIONAL TaxIDXrefFile ASSIGN TO "taxidx.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XrefTaxID.
              SELECT OPTIONAL ContactFile ASSIGN TO "contact.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ContactKey.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT OPTIONAL HistPostFile ASSIGN TO HistFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HistFileStatus.
              SELECT OPTIONAL OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderLineFile ASSIGN TO "ordline.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderLineKey.
              SELECT OPTIONAL ArchiveFile ASSIGN TO "ordarchive.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchiveStatus.
              SELECT OPTIONAL ArchLineFile ASSIGN TO "ordlnarch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchLineStatus.
              SELECT OPTIONAL CorrLogFile ASSIGN TO "corrlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CorrLogStatus.
              SELECT OPTIONAL CollHistFile ASSIGN TO "collhist.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CollHistStatus.
              SELECT OPTIONAL PayPlanFile ASSIGN TO "payplan.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PayPlanKey.
              SELECT OPTIONAL WatchListFile ASSIGN TO "watchlst.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WatchFileStatus.
              SELECT AuditFile ASSIGN TO AuditFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditFileStatus.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT OPTIONAL AuditCatFile ASSIGN TO "auditcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditCatStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT ReportFile ASSIGN TO ReportFileName
                  ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  CustArchFile.
       01  CustArchData.
               02  ArchIDNum          PIC 9(6).
               02  ArchFirstName      PIC X(15).
               02  ArchLastName       PIC X(15).
               02  ArchTaxID          PIC 9(9).
               02  ArchCustAddress.
                   03  ArchStreetNumber PIC X(6).
                   03  ArchStreetName PIC X(20).
                   03  ArchCity       PIC X(15).
               02  ArchDateOfBirth.
                   03  ArchMOB        PIC 99.
                   03  ArchDOB        PIC 99.
                   03  ArchYOB        PIC 9(4).
               02  ArchLastActivityDate.
                   03  ArchLastActMonth PIC 99.
                   03  ArchLastActDay PIC 99.
                   03  ArchLastActYear PIC 9(4).
               02  ArchBalance        PIC S9(7)V99.
               02  ArchCreditLimit    PIC S9(7)V99.
       FD  TaxIDXrefFile.
       01  TaxIDXrefRecord.
               02  XrefTaxID          PIC 9(9).
               02  XrefIDNum          PIC 9(6).
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
       FD  HistPostFile.
       01  HistPostRecord.
               02  HpIDNum            PIC 9(6).
               02  HpSeqNum           PIC 9(9).
               02  HpDate             PIC 9(8).
               02  HpType             PIC X(8).
               02  HpRef              PIC X(10).
               02  HpAmount           PIC S9(7)V99.
               02  HpBalAfter         PIC S9(7)V99.
       FD  OrderFile.
       01  OrderData.
               02  OrderNum           PIC 9(6).
               02  OrdCustIDNum       PIC 9(6).
               02  OrdDate.
                   03  OrdMonth       PIC 99.
                   03  OrdDay         PIC 99.
                   03  OrdYear        PIC 9(4).
               02  OrdLineCount       PIC 9(3).
               02  OrdTotal           PIC S9(7)V99.
               02  OrdTaxAmount       PIC S9(7)V99.
               02  OrdDiscCode        PIC X(5).
               02  OrdInvoiceNum      PIC 9(6).
               02  OrdRecStatus       PIC X.
                   88  OrderOpen      VALUE SPACE.
                   88  OrderAllocated VALUE 'A'.
                   88  OrderBackord   VALUE 'B'.
                   88  OrderHeld      VALUE 'H'.
                   88  OrderPicked    VALUE 'P'.
                   88  OrderShipped   VALUE 'S'.
                   88  OrderCancelled VALUE 'X'.
       FD  OrderLineFile.
       01  OrderLineData.
               02  OrderLineKey.
                   03  OlOrderNum     PIC 9(6).
                   03  OlLineNum      PIC 9(3).
               02  OlProdName         PIC X(10).
               02  OlSizeType         PIC A.
               02  OlQty              PIC 9(3).
               02  OlPrice            PIC 9(5)V99.
               02  OlAmount           PIC 9(5)V99.
               02  OlPickQty          PIC 9(3).
               02  OlShortFlag        PIC X.
       FD  ArchiveFile.
       01  ArchOrderData.
               02  AoOrderNum         PIC 9(6).
               02  AoCustIDNum        PIC 9(6).
               02  AoDate             PIC 9(8).
               02  AoLineCount        PIC 9(3).
               02  AoTotal            PIC S9(7)V99.
               02  AoTaxAmount        PIC S9(7)V99.
               02  AoDiscCode         PIC X(5).
               02  AoInvoiceNum       PIC 9(6).
               02  AoRecStatus        PIC X.
       FD  ArchLineFile.
       01  ArchLineData.
               02  AlOrderNum         PIC 9(6).
               02  AlLineNum          PIC 9(3).
               02  AlProdName         PIC X(10).
               02  AlSizeType         PIC A.
               02  AlQty              PIC 9(3).
               02  AlPrice            PIC 9(5)V99.
               02  AlAmount           PIC 9(5)V99.
               02  AlPickQty          PIC 9(3).
               02  AlShortFlag        PIC X.
       FD  CorrLogFile.
       01  CorrLogRecord.
               02  ClIDNum            PIC 9(6).
               02  ClDocType          PIC X(8).
               02  ClDate             PIC 9(8).
               02  ClRef              PIC X(10).
               02  ClSuppressed       PIC X.
                   88  ClSent         VALUE SPACE.
                   88  ClDoNotMail    VALUE 'D'.
                   88  ClBadAddress   VALUE 'B'.
                   88  ClBounced      VALUE 'R'.
               02  ClChannel          PIC X.
                   88  ClByPost       VALUE SPACE.
                   88  ClByEmail      VALUE 'E'.
       FD  CollHistFile.
       01  CollHistRecord.
               02  ChIDNum            PIC 9(6).
               02  ChDate             PIC 9(8).
               02  ChOperator         PIC X(8).
               02  ChAction           PIC X(8).
               02  ChText             PIC X(30).
               02  ChAmount           PIC 9(7)V99.
       FD  PayPlanFile.
       01  PayPlanData.
               02  PayPlanKey.
                   03  PpIDNum        PIC 9(6).
                   03  PpInstNum      PIC 9(2).
               02  PpDueDate          PIC 9(8).
               02  PpAmount           PIC 9(7)V99.
               02  PpStatus           PIC X.
                   88  InstOpen       VALUE 'O'.
                   88  InstMet        VALUE 'M'.
       FD  WatchListFile.
       01  WatchListRecord.
               02  WlLastName         PIC X(15).
               02  WlFirstName        PIC X(15).
               02  WlTaxID            PIC 9(9).
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
      * One line per closed audit log partition, oldest first. The
      * open chain is the chain value the partition's first record was
      * chained from; the close chain is that of its last record.
       FD  AuditCatFile.
       01  AuditCatRecord.
               02  CatMonth           PIC 9(6).
               02  CatPartName        PIC X(16).
               02  CatFromDate        PIC 9(8).
               02  CatToDate          PIC 9(8).
               02  CatFirstSeq        PIC 9(9).
               02  CatLastSeq         PIC 9(9).
               02  CatOpenChain       PIC 9(9).
               02  CatCloseChain      PIC 9(9).
               02  CatRecCount        PIC 9(7).
               02  CatClosedOn        PIC 9(8).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  ReportFile.
       01  ReportLine                 PIC X(100).
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
       01  AuditFileStatus            PIC XX.
       01  AuditInRange               PIC X.
       01  AuditFileName              PIC X(16) VALUE "audit.log".
       01  AuditCatStatus             PIC XX.
       01  AuditCatEOF                PIC X.
       01  AuditRangeFrom             PIC 9(8) VALUE 0.
       01  AuditRangeTo               PIC 9(8) VALUE 0.
       01  AuditLastCatDate           PIC 9(8).
       01  AuditLastCloseSeq          PIC 9(9).
       01  AuditLastCloseChain        PIC 9(9).
       01  AuditFileIdx               PIC 9(3).
      * The audit files to read for the range, oldest first, with the
      * catalog figures for each; audit.log itself is always last.
       01  AuditFileTable.
               02  AfCount            PIC 9(3) VALUE 0.
               02  AfEntry            OCCURS 1 TO 501 TIMES
                                      DEPENDING ON AfCount.
                   03  AfName         PIC X(16).
                   03  AfMonth        PIC 9(6).
                   03  AfFirstSeq     PIC 9(9).
                   03  AfLastSeq      PIC 9(9).
                   03  AfOpenChain    PIC 9(9).
                   03  AfCloseChain   PIC 9(9).
                   03  AfRecCount     PIC 9(7).
       01  CustArchStatus             PIC XX.
       01  HistFileStatus             PIC XX.
       01  ArchiveStatus              PIC XX.
       01  ArchLineStatus             PIC XX.
       01  CorrLogStatus              PIC XX.
       01  CollHistStatus             PIC XX.
       01  WatchFileStatus            PIC XX.
       01  HistFileName               PIC X(16).
       01  ReportFileName             PIC X(16).
       01  EndOfFileFlag              PIC X.
       01  LineEOFFlag                PIC X.
       01  SearchChoice               PIC 9.
       01  SearchIDNum                PIC 9(6).
       01  SearchTaxID                PIC 9(9).
       01  RequestRef                 PIC X(12).
       01  CustFoundFlag              PIC X VALUE 'N'.
       01  ArchFoundCount             PIC 9(3).
       01  WatchHitFlag               PIC X.
       01  SectionCount               PIC 9(6).
       01  ItemTotal                  PIC 9(7) VALUE 0.
       01  HistMonth                  PIC 9(6).
       01  HistMonthParts REDEFINES HistMonth.
               02  HistYear           PIC 9(4).
               02  HistMon            PIC 99.
       01  HistMonthsBack             PIC 9(3) VALUE 120.
       01  HistMonthCount             PIC 9(3).
       01  HistFilesRead              PIC 9(3).
       01  ShowAmount                 PIC Z(6)9.99-.
       01  ShowAmount2                PIC Z(6)9.99-.
       01  ShowDate                   PIC 99/99/9999.
       01  ArchOrderIdx               PIC 9(4).
       01  ArchOrderTable.
               02  ArchOrderCount     PIC 9(4) VALUE 0.
               02  ArchOrderEntry     OCCURS 1 TO 1000 TIMES
                                      DEPENDING ON ArchOrderCount.
                   03  AotOrderNum    PIC 9(6).
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "DATA SUBJECT ACCESS EXTRACT".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT OpIsSupervisor
               DISPLAY "PII Reveal Role Required - Session Ended"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           DISPLAY "Request Reference : " WITH NO ADVANCING.
           ACCEPT RequestRef.
           IF RequestRef = SPACES
               DISPLAY "Request Reference Is Required - Session Ended"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GetDataSubject.
           IF SearchIDNum = ZEROS
               DISPLAY "Customer Not Found - No Extract Written"
               PERFORM AuditExtractRun
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM AcceptAuditRange.
           MOVE SPACES TO ReportFileName.
           STRING "dsar" SearchIDNum ".lst"
               DELIMITED BY SIZE INTO ReportFileName
           END-STRING.
           OPEN OUTPUT ReportFile.
           PERFORM WriteExtractHeading.
           PERFORM ExtractCustomerRecord.
           PERFORM ExtractArchivedCustomer.
           IF CustFoundFlag = 'N' AND ArchFoundCount = 0
               MOVE "*** NO CURRENT OR ARCHIVED CUSTOMER RECORD ***"
                   TO ReportLine
               WRITE ReportLine
           END-IF.
           PERFORM ExtractContacts.
           PERFORM ExtractCurrentPostings.
           PERFORM ExtractPostingHistory.
           PERFORM ExtractOrders.
           PERFORM ExtractArchivedOrders.
           PERFORM ExtractCorrespondence.
           PERFORM ExtractCollectionHistory.
           PERFORM ExtractPaymentPlans.
           PERFORM ExtractWatchListScreening.
           PERFORM ExtractAuditTrail.
           PERFORM WriteSectionBreak.
           MOVE SPACES TO ReportLine.
           STRING "END OF EXTRACT - ITEMS " ItemTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           CLOSE ReportFile.
           PERFORM AuditExtractRun.
           DISPLAY "Items Extracted : " ItemTotal.
           DISPLAY "Extract Written to " ReportFileName.
           DISPLAY "END OF DATA SUBJECT ACCESS EXTRACT".
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
      * The audit trail is audit.log plus the monthly partitions that
      * AUDITCLS has closed off into auditcat.dat. Only the partitions
      * whose dates overlap AuditRangeFrom to AuditRangeTo (zero leaves
      * that end open) are listed, and audit.log unless the range ends
      * before the newest partition does.
       SelectAuditFiles.
           MOVE 0 TO AfCount.
           MOVE 0 TO AuditLastCatDate.
           MOVE ZEROS TO AuditLastCloseSeq.
           MOVE ZEROS TO AuditLastCloseChain.
           MOVE 'N' TO AuditCatEOF.
           OPEN INPUT AuditCatFile.
           IF AuditCatStatus NOT = "00"
               MOVE 'Y' TO AuditCatEOF
           END-IF.
           PERFORM UNTIL AuditCatEOF = 'Y'
               READ AuditCatFile
                   AT END MOVE 'Y' TO AuditCatEOF
               END-READ
               IF AuditCatEOF = 'N'
                   MOVE CatToDate TO AuditLastCatDate
                   MOVE CatLastSeq TO AuditLastCloseSeq
                   MOVE CatCloseChain TO AuditLastCloseChain
                   IF (AuditRangeFrom = 0
                           OR CatToDate >= AuditRangeFrom)
                       AND (AuditRangeTo = 0
                           OR CatFromDate <= AuditRangeTo)
                       AND AfCount < 500
                       ADD 1 TO AfCount
                       MOVE CatPartName TO AfName(AfCount)
                       MOVE CatMonth TO AfMonth(AfCount)
                       MOVE CatFirstSeq TO AfFirstSeq(AfCount)
                       MOVE CatLastSeq TO AfLastSeq(AfCount)
                       MOVE CatOpenChain TO AfOpenChain(AfCount)
                       MOVE CatCloseChain TO AfCloseChain(AfCount)
                       MOVE CatRecCount TO AfRecCount(AfCount)
                   END-IF
               END-IF
           END-PERFORM.
           IF AuditCatStatus = "00" OR AuditCatStatus = "05"
                   OR AuditCatStatus = "10"
               CLOSE AuditCatFile
           END-IF.
           IF AuditRangeTo = 0 OR AuditRangeTo >= AuditLastCatDate
               PERFORM AddCurrentAuditLog
           END-IF.
       AddCurrentAuditLog.
           ADD 1 TO AfCount.
           MOVE "audit.log" TO AfName(AfCount).
           MOVE 0 TO AfMonth(AfCount).
           COMPUTE AfFirstSeq(AfCount) = AuditLastCloseSeq + 1.
           MOVE ZEROS TO AfLastSeq(AfCount).
           MOVE AuditLastCloseChain TO AfOpenChain(AfCount).
           MOVE ZEROS TO AfCloseChain(AfCount).
           MOVE 0 TO AfRecCount(AfCount).
      * The subject is given by customer ID or by tax ID; a tax ID is
      * resolved through the cross reference, then the archive.
       GetDataSubject.
           MOVE ZEROS TO SearchIDNum.
           DISPLAY "1: By Customer ID  2: By Tax ID : "
               WITH NO ADVANCING.
           ACCEPT SearchChoice.
           IF SearchChoice = 2
               DISPLAY "Tax ID : " WITH NO ADVANCING
               ACCEPT SearchTaxID
               PERFORM ResolveTaxID
           ELSE
               DISPLAY "Customer ID : " WITH NO ADVANCING
               ACCEPT SearchIDNum
           END-IF.
      * The audit trail sections can be limited to a date range, so
      * only the audit log partitions covering it are opened.
       AcceptAuditRange.
           DISPLAY "Audit From Date YYYYMMDD (0 = All) : "
               WITH NO ADVANCING.
           ACCEPT AuditRangeFrom.
           DISPLAY "Audit To Date YYYYMMDD (0 = All) : "
               WITH NO ADVANCING.
           ACCEPT AuditRangeTo.
           PERFORM SelectAuditFiles.
       ResolveTaxID.
           OPEN INPUT TaxIDXrefFile.
           MOVE SearchTaxID TO XrefTaxID.
           READ TaxIDXrefFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE XrefIDNum TO SearchIDNum
           END-READ.
           CLOSE TaxIDXrefFile.
           IF SearchIDNum = ZEROS
               MOVE 'N' TO EndOfFileFlag
               OPEN INPUT CustArchFile
               IF CustArchStatus NOT = "00"
                   MOVE 'Y' TO EndOfFileFlag
               END-IF
               PERFORM UNTIL EndOfFileFlag = 'Y'
                   READ CustArchFile
                       AT END MOVE 'Y' TO EndOfFileFlag
                   END-READ
                   IF EndOfFileFlag = 'N'
                           AND ArchTaxID = SearchTaxID
                       MOVE ArchIDNum TO SearchIDNum
                       MOVE 'Y' TO EndOfFileFlag
                   END-IF
               END-PERFORM
               IF CustArchStatus = "00" OR CustArchStatus = "05"
                       OR CustArchStatus = "10"
                   CLOSE CustArchFile
               END-IF
           END-IF.
           IF SearchIDNum NOT = ZEROS
               DISPLAY "Tax ID Resolves to Customer " SearchIDNum
           END-IF.
       WriteExtractHeading.
           MOVE "PERSONAL DATA EXTRACT - DATA SUBJECT ACCESS REQUEST"
               TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "CUSTOMER " SearchIDNum "   REQUEST REF " RequestRef
               "   PREPARED BY " CurrentOpID "   DATE " BusinessDate
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "AUDIT TRAIL FROM " AuditRangeFrom " TO "
               AuditRangeTo " (ZERO = ALL)   AUDIT FILES SEARCHED "
               AfCount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE "CONFIDENTIAL - CONTAINS UNMASKED PERSONAL DATA"
               TO ReportLine.
           WRITE ReportLine.
       WriteSectionBreak.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
       WriteSectionCount.
           MOVE SPACES TO ReportLine.
           STRING "  ENTRIES : " SectionCount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           ADD SectionCount TO ItemTotal.
      * The customer record is shown in full, tax ID and date of birth
      * included - this report is the one place masking is not applied.
       ExtractCustomerRecord.
           PERFORM WriteSectionBreak.
           MOVE "CUSTOMER RECORD" TO ReportLine.
           WRITE ReportLine.
           MOVE 'Y' TO CustFoundFlag.
           OPEN INPUT CustomerFile.
           MOVE SearchIDNum TO IDNum.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'N'
               MOVE "  NOT ON THE CUSTOMER FILE" TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE SPACES TO ReportLine
               STRING "  NAME          : " FirstName " " LastName
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "  TAX ID        : " TaxID
                   "   DATE OF BIRTH : " MOB "/" DOB "/" YOB
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "  ADDRESS       : " StreetNumber " "
                   StreetName " " City
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
               MOVE Balance TO ShowAmount
               MOVE CreditLimit TO ShowAmount2
               MOVE SPACES TO ReportLine
               STRING "  BALANCE       : " ShowAmount
                   "   CREDIT LIMIT : " ShowAmount2
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "  STATUS        : " RecStatus
                   "   MERGED TO : " MergedToID
                   "   LAST ACTIVITY : " LastActMonth "/"
                   LastActDay "/" LastActYear
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "  JURISDICTION  : " CustJurisCode
                   "   DO NOT MAIL : " DoNotMailFlag
                   "   TAX ID VERIFY : " TaxIDVerifyStatus
                   "   ADDRESS STATUS : " AddrStatus
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
               MOVE SPACES TO ReportLine
               STRING "  CREDIT SCORE  : " CredScore
                   "   SCORED ON : " CredScoreDate
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
               ADD 1 TO ItemTotal
           END-IF.
           CLOSE CustomerFile.
       ExtractArchivedCustomer.
           PERFORM WriteSectionBreak.
           MOVE "ARCHIVED CUSTOMER RECORDS (CUSTARCHIVE.DAT)"
               TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO ArchFoundCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CustArchFile.
           IF CustArchStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CustArchFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ArchIDNum = SearchIDNum
                   ADD 1 TO ArchFoundCount
                   MOVE ArchBalance TO ShowAmount
                   MOVE ArchCreditLimit TO ShowAmount2
                   MOVE SPACES TO ReportLine
                   STRING "  " ArchFirstName " " ArchLastName
                       " TAX ID " ArchTaxID
                       " DOB " ArchMOB "/" ArchDOB "/" ArchYOB
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
                   MOVE SPACES TO ReportLine
                   STRING "    " ArchStreetNumber " " ArchStreetName
                       " " ArchCity " BALANCE " ShowAmount
                       " LIMIT " ShowAmount2
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF CustArchStatus = "00" OR CustArchStatus = "05"
                   OR CustArchStatus = "10"
               CLOSE CustArchFile
           END-IF.
           MOVE ArchFoundCount TO SectionCount.
           PERFORM WriteSectionCount.
       ExtractContacts.
           PERFORM WriteSectionBreak.
           MOVE "CONTACT DETAILS (CONTACT.DAT)" TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           OPEN INPUT ContactFile.
           MOVE SearchIDNum TO CtIDNum.
           MOVE ZEROS TO CtSeqNum.
           MOVE 'N' TO EndOfFileFlag.
           START ContactFile KEY IS NOT LESS THAN ContactKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ContactFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF CtIDNum NOT = SearchIDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       ADD 1 TO SectionCount
                       MOVE SPACES TO ReportLine
                       STRING "  " CtSeqNum " TYPE " CtType " "
                           CtValue " PREFERRED " CtPreferred
                           DELIMITED BY SIZE INTO ReportLine
                       END-STRING
                       WRITE ReportLine
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ContactFile.
           PERFORM WriteSectionCount.
       ExtractCurrentPostings.
           PERFORM WriteSectionBreak.
           MOVE "POSTINGS - CURRENT (POSTCUR.DAT)" TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           OPEN INPUT PostingFile.
           MOVE SearchIDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
           MOVE 'N' TO EndOfFileFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF PostIDNum NOT = SearchIDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       ADD 1 TO SectionCount
                       MOVE PostDate TO ShowDate
                       MOVE PostAmount TO ShowAmount
                       MOVE PostBalAfter TO ShowAmount2
                       MOVE SPACES TO ReportLine
                       STRING "  " ShowDate " " PostType " " PostRef
                           " " ShowAmount " BAL " ShowAmount2
                           DELIMITED BY SIZE INTO ReportLine
                       END-STRING
                       WRITE ReportLine
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PostingFile.
           PERFORM WriteSectionCount.
      * Closed months are rolled off to one posthYYYYMM.dat file per
      * month; every month within the retention span is looked at.
       ExtractPostingHistory.
           PERFORM WriteSectionBreak.
           MOVE "POSTINGS - HISTORY (POSTHYYYYMM.DAT)" TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           MOVE 0 TO HistFilesRead.
           MOVE BizYear TO HistYear.
           MOVE BizMonth TO HistMon.
           PERFORM VARYING HistMonthCount FROM 1 BY 1
                   UNTIL HistMonthCount > HistMonthsBack
               PERFORM ReadOneHistoryMonth
               IF HistMon = 1
                   MOVE 12 TO HistMon
                   SUBTRACT 1 FROM HistYear
               ELSE
                   SUBTRACT 1 FROM HistMon
               END-IF
           END-PERFORM.
           MOVE SPACES TO ReportLine.
           STRING "  MONTHLY FILES SEARCHED : " HistMonthsBack
               "   FILES ON HAND : " HistFilesRead
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           PERFORM WriteSectionCount.
       ReadOneHistoryMonth.
           MOVE SPACES TO HistFileName.
           STRING "posth" HistMonth ".dat"
               DELIMITED BY SIZE INTO HistFileName
           END-STRING.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT HistPostFile.
           IF HistFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           ELSE
               ADD 1 TO HistFilesRead
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ HistPostFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND HpIDNum = SearchIDNum
                   ADD 1 TO SectionCount
                   MOVE HpDate TO ShowDate
                   MOVE HpAmount TO ShowAmount
                   MOVE HpBalAfter TO ShowAmount2
                   MOVE SPACES TO ReportLine
                   STRING "  " ShowDate " " HpType " " HpRef
                       " " ShowAmount " BAL " ShowAmount2
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF HistFileStatus = "00" OR HistFileStatus = "05"
                   OR HistFileStatus = "10"
               CLOSE HistPostFile
           END-IF.
       ExtractOrders.
           PERFORM WriteSectionBreak.
           MOVE "ORDERS AND ORDER LINES (ORDER.DAT, ORDLINE.DAT)"
               TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           MOVE SearchIDNum TO OrdCustIDNum.
           MOVE 'N' TO EndOfFileFlag.
           START OrderFile KEY IS EQUAL TO OrdCustIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OrderFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF OrdCustIDNum NOT = SearchIDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       ADD 1 TO SectionCount
                       PERFORM WriteOneOrder
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           PERFORM WriteSectionCount.
       WriteOneOrder.
           MOVE OrdTotal TO ShowAmount.
           MOVE OrdTaxAmount TO ShowAmount2.
           MOVE SPACES TO ReportLine.
           STRING "  ORDER " OrderNum " " OrdMonth "/" OrdDay "/"
               OrdYear " STATUS " OrdRecStatus " TOTAL " ShowAmount
               " TAX " ShowAmount2 " INVOICE " OrdInvoiceNum
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE OrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START OrderLineFile KEY IS NOT LESS THAN OrderLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ OrderLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF OlOrderNum NOT = OrderNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       MOVE OlAmount TO ShowAmount
                       MOVE SPACES TO ReportLine
                       STRING "    LINE " OlLineNum " " OlProdName
                           " " OlSizeType " QTY " OlQty
                           " AMOUNT " ShowAmount
                           DELIMITED BY SIZE INTO ReportLine
                       END-STRING
                       WRITE ReportLine
                   END-IF
               END-IF
           END-PERFORM.
      * Archived order lines are in a separate file; the customer's
      * archived order numbers are collected first, then one pass of
      * the line archive picks up their lines.
       ExtractArchivedOrders.
           PERFORM WriteSectionBreak.
           MOVE "ARCHIVED ORDERS (ORDARCHIVE.DAT, ORDLNARCH.DAT)"
               TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           MOVE 0 TO ArchOrderCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ArchiveFile.
           IF ArchiveStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ArchiveFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND AoCustIDNum = SearchIDNum
                   ADD 1 TO SectionCount
                   IF ArchOrderCount < 1000
                       ADD 1 TO ArchOrderCount
                       MOVE AoOrderNum TO AotOrderNum(ArchOrderCount)
                   END-IF
                   MOVE AoTotal TO ShowAmount
                   MOVE AoTaxAmount TO ShowAmount2
                   MOVE SPACES TO ReportLine
                   STRING "  ORDER " AoOrderNum " " AoDate
                       " STATUS " AoRecStatus " TOTAL " ShowAmount
                       " TAX " ShowAmount2 " INVOICE " AoInvoiceNum
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF ArchiveStatus = "00" OR ArchiveStatus = "05"
                   OR ArchiveStatus = "10"
               CLOSE ArchiveFile
           END-IF.
           IF ArchOrderCount > 0
               PERFORM ExtractArchivedLines
           END-IF.
           PERFORM WriteSectionCount.
       ExtractArchivedLines.
           MOVE 'N' TO LineEOFFlag.
           OPEN INPUT ArchLineFile.
           IF ArchLineStatus NOT = "00"
               MOVE 'Y' TO LineEOFFlag
           END-IF.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ ArchLineFile
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   PERFORM VARYING ArchOrderIdx FROM 1 BY 1
                           UNTIL ArchOrderIdx > ArchOrderCount
                       IF AotOrderNum(ArchOrderIdx) = AlOrderNum
                           MOVE AlAmount TO ShowAmount
                           MOVE SPACES TO ReportLine
                           STRING "    ORDER " AlOrderNum " LINE "
                               AlLineNum " " AlProdName " "
                               AlSizeType " QTY " AlQty
                               " AMOUNT " ShowAmount
                               DELIMITED BY SIZE INTO ReportLine
                           END-STRING
                           WRITE ReportLine
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF ArchLineStatus = "00" OR ArchLineStatus = "05"
                   OR ArchLineStatus = "10"
               CLOSE ArchLineFile
           END-IF.
       ExtractCorrespondence.
           PERFORM WriteSectionBreak.
           MOVE "CORRESPONDENCE LOG (CORRLOG.DAT)" TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CorrLogFile.
           IF CorrLogStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CorrLogFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ClIDNum = SearchIDNum
                   ADD 1 TO SectionCount
                   MOVE SPACES TO ReportLine
                   STRING "  " ClDate " " ClDocType " " ClRef
                       " SUPPRESSED " ClSuppressed
                       " CHANNEL " ClChannel
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF CorrLogStatus = "00" OR CorrLogStatus = "05"
                   OR CorrLogStatus = "10"
               CLOSE CorrLogFile
           END-IF.
           PERFORM WriteSectionCount.
       ExtractCollectionHistory.
           PERFORM WriteSectionBreak.
           MOVE "COLLECTIONS HISTORY (COLLHIST.DAT)" TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CollHistFile.
           IF CollHistStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CollHistFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ChIDNum = SearchIDNum
                   ADD 1 TO SectionCount
                   MOVE ChAmount TO ShowAmount
                   MOVE SPACES TO ReportLine
                   STRING "  " ChDate " " ChAction " " ChOperator
                       " " ChText " " ShowAmount
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF CollHistStatus = "00" OR CollHistStatus = "05"
                   OR CollHistStatus = "10"
               CLOSE CollHistFile
           END-IF.
           PERFORM WriteSectionCount.
       ExtractPaymentPlans.
           PERFORM WriteSectionBreak.
           MOVE "PAYMENT PLANS (PAYPLAN.DAT)" TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           OPEN INPUT PayPlanFile.
           MOVE SearchIDNum TO PpIDNum.
           MOVE ZEROS TO PpInstNum.
           MOVE 'N' TO EndOfFileFlag.
           START PayPlanFile KEY IS NOT LESS THAN PayPlanKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PayPlanFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF PpIDNum NOT = SearchIDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       ADD 1 TO SectionCount
                       MOVE PpAmount TO ShowAmount
                       MOVE SPACES TO ReportLine
                       STRING "  INSTALMENT " PpInstNum " DUE "
                           PpDueDate " " ShowAmount
                           " STATUS " PpStatus
                           DELIMITED BY SIZE INTO ReportLine
                       END-STRING
                       WRITE ReportLine
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PayPlanFile.
           PERFORM WriteSectionCount.
      * The subject is screened again against today's watch list with
      * the same name / tax ID test WLSCREEN uses; earlier hits are in
      * the audit trail as WATCHHIT entries.
       ExtractWatchListScreening.
           PERFORM WriteSectionBreak.
           MOVE "WATCH LIST SCREENING (WATCHLST.DAT, WATCHHIT AUDIT)"
               TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           IF CustFoundFlag = 'N'
               MOVE "  NOT SCREENED - NO CURRENT CUSTOMER RECORD"
                   TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE 'N' TO WatchHitFlag
               MOVE 'N' TO EndOfFileFlag
               OPEN INPUT WatchListFile
               IF WatchFileStatus NOT = "00"
                   MOVE 'Y' TO EndOfFileFlag
               END-IF
               PERFORM UNTIL EndOfFileFlag = 'Y'
                   READ WatchListFile
                       AT END MOVE 'Y' TO EndOfFileFlag
                   END-READ
                   IF EndOfFileFlag = 'N'
                       IF (TaxID NOT = ZEROS AND WlTaxID = TaxID)
                           OR (FirstName = WlFirstName
                               AND LastName = WlLastName)
                           MOVE 'Y' TO WatchHitFlag
                       END-IF
                   END-IF
               END-PERFORM
               IF WatchFileStatus = "00" OR WatchFileStatus = "05"
                       OR WatchFileStatus = "10"
                   CLOSE WatchListFile
               END-IF
               IF WatchHitFlag = 'Y'
                   MOVE "  CURRENT SCREENING : MATCHES WATCH LIST"
                       TO ReportLine
               ELSE
                   MOVE "  CURRENT SCREENING : NO MATCH" TO ReportLine
               END-IF
               WRITE ReportLine
           END-IF.
           PERFORM VARYING AuditFileIdx FROM 1 BY 1
                   UNTIL AuditFileIdx > AfCount
               PERFORM ScanWatchHits
           END-PERFORM.
           PERFORM WriteSectionCount.
       ScanWatchHits.
           MOVE AfName(AuditFileIdx) TO AuditFileName.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditFile.
           IF AuditFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND AuditIDNum = SearchIDNum
                       AND AuditOperation = "WATCHHIT"
                   PERFORM CheckAuditDate
               ELSE
                   MOVE 'N' TO AuditInRange
               END-IF
               IF AuditInRange = 'Y'
                   ADD 1 TO SectionCount
                   MOVE SPACES TO ReportLine
                   STRING "  HIT " AuditTimestamp(1:8) " "
                       AuditReasonCode " BY " AuditOperatorID
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF AuditFileStatus = "00" OR AuditFileStatus = "10"
               CLOSE AuditFile
           END-IF.
       CheckAuditDate.
           MOVE 'Y' TO AuditInRange.
           IF AuditRangeFrom > 0
                   AND AuditTimestamp(1:8) < AuditRangeFrom
               MOVE 'N' TO AuditInRange
           END-IF.
           IF AuditRangeTo > 0
                   AND AuditTimestamp(1:8) > AuditRangeTo
               MOVE 'N' TO AuditInRange
           END-IF.
       ExtractAuditTrail.
           PERFORM WriteSectionBreak.
           MOVE "AUDIT TRAIL (AUDIT.LOG AND MONTHLY PARTITIONS)"
               TO ReportLine.
           WRITE ReportLine.
           MOVE 0 TO SectionCount.
           PERFORM VARYING AuditFileIdx FROM 1 BY 1
                   UNTIL AuditFileIdx > AfCount
               PERFORM ExtractOneAuditFile
           END-PERFORM.
           PERFORM WriteSectionCount.
       ExtractOneAuditFile.
           MOVE AfName(AuditFileIdx) TO AuditFileName.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditFile.
           IF AuditFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND AuditIDNum = SearchIDNum
                   PERFORM CheckAuditDate
               ELSE
                   MOVE 'N' TO AuditInRange
               END-IF
               IF AuditInRange = 'Y'
                   ADD 1 TO SectionCount
                   MOVE AuditBeforeAmount TO ShowAmount
                   MOVE AuditAfterAmount TO ShowAmount2
                   MOVE SPACES TO ReportLine
                   STRING "  " AuditSeqNum " " AuditTimestamp(1:14)
                       " " AuditOperation " " AuditOperatorID " "
                       AuditReasonCode " " ShowAmount " " ShowAmount2
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
                   IF AuditBeforeLastName NOT = AuditAfterLastName
                       OR AuditBeforeFirstName NOT = AuditAfterFirstName
                       MOVE SPACES TO ReportLine
                       STRING "      BEFORE " AuditBeforeFirstName
                           " " AuditBeforeLastName " AFTER "
                           AuditAfterFirstName " " AuditAfterLastName
                           DELIMITED BY SIZE INTO ReportLine
                       END-STRING
                       WRITE ReportLine
                   END-IF
               END-IF
           END-PERFORM.
           IF AuditFileStatus = "00" OR AuditFileStatus = "10"
               CLOSE AuditFile
           END-IF.
      * Every extract is itself audited against the customer, with the
      * request reference, so the disclosure can be evidenced. The
      * number of items disclosed is carried in the after amount.
       AuditExtractRun.
           MOVE "audit.log" TO AuditFileName.
           OPEN EXTEND AuditFile.
           MOVE "DSAR" TO AuditOperation.
           MOVE SearchIDNum TO AuditIDNum.
           IF CustFoundFlag = 'Y'
               MOVE FirstName TO AuditBeforeFirstName
                                 AuditAfterFirstName
               MOVE LastName TO AuditBeforeLastName
                                AuditAfterLastName
           ELSE
               MOVE SPACES TO AuditBeforeFirstName
                              AuditAfterFirstName
                              AuditBeforeLastName
                              AuditAfterLastName
           END-IF.
           MOVE SPACES TO AuditReasonCode.
           STRING "REF " RequestRef
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ItemTotal TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           CLOSE AuditFile.
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
