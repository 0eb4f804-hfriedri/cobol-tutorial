       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFMSCORE.
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
              SELECT OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL ArchiveFile ASSIGN TO "ordarchive.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchiveStatus.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT OPTIONAL CustSegFile ASSIGN TO "custseg.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SgIDNum.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT SegReportFile ASSIGN TO "rfmseg.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  CustSegFile.
       01  CustSegData.
               02  SgIDNum            PIC 9(6).
               02  SgCode             PIC X(5).
                   88  SegChampion    VALUE "CHAMP".
                   88  SegLoyal       VALUE "LOYAL".
                   88  SegNew         VALUE "NEW".
                   88  SegAtRisk      VALUE "ATRSK".
                   88  SegLost        VALUE "LOST".
                   88  SegRegular     VALUE "REGLR".
                   88  SegNoPurchase  VALUE "NOBUY".
               02  SgRecency          PIC 9.
               02  SgFrequency        PIC 9.
               02  SgMonetary         PIC 9.
               02  SgLastOrder        PIC 9(8).
               02  SgOrderCount       PIC 9(5).
               02  SgInvoiced         PIC S9(9)V99.
               02  SgPrevCode         PIC X(5).
               02  SgScoreDate        PIC 9(8).
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
       FD  SegReportFile.
       01  SegReportLine              PIC X(80).
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
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  ArchiveStatus              PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  ScanEOFFlag                PIC X.
       01  SegFoundFlag               PIC X.
       01  ScoredCount                PIC 9(6) VALUE 0.
       01  ChangedCount               PIC 9(6) VALUE 0.
       01  BizDateInt                 PIC 9(7).
       01  CutoffDate                 PIC 9(8).
       01  WorkDate                   PIC 9(8).
       01  PostDateYMD                PIC 9(8).
       01  DaysSinceOrder             PIC 9(7).
       01  LastOrderDate              PIC 9(8).
       01  OrderCount                 PIC 9(5).
       01  InvoicedTotal              PIC S9(9)V99.
       01  RScore                     PIC 9.
       01  FScore                     PIC 9.
       01  MScore                     PIC 9.
       01  NewSegCode                 PIC X(5).
       01  OldSegCode                 PIC X(5).
       01  SegIdx                     PIC 9.
       01  FromIdx                    PIC 9.
       01  ToIdx                      PIC 9.
       01  ArchIdx                    PIC 9(5).
       01  ReportCount                PIC ZZZZ9.
      * Score bands: days since the last order for recency, orders in
      * the last twelve months for frequency and invoiced value over
      * the same twelve months for monetary. Each scores 1 to 5.
       01  RecencyBands.
               02  RecencyDays        PIC 9(3) OCCURS 4 TIMES.
       01  FrequencyBands.
               02  FrequencyOrders    PIC 9(3) OCCURS 4 TIMES.
       01  MonetaryBands.
               02  MonetaryAmount     PIC 9(7)V99 OCCURS 4 TIMES.
       01  SegNameValues.
               02  FILLER             PIC X(5) VALUE "CHAMP".
               02  FILLER             PIC X(5) VALUE "LOYAL".
               02  FILLER             PIC X(5) VALUE "NEW".
               02  FILLER             PIC X(5) VALUE "REGLR".
               02  FILLER             PIC X(5) VALUE "ATRSK".
               02  FILLER             PIC X(5) VALUE "LOST".
               02  FILLER             PIC X(5) VALUE "NOBUY".
               02  FILLER             PIC X(5) VALUE "NONE".
       01  SegNameTable REDEFINES SegNameValues.
               02  SegName            PIC X(5) OCCURS 8 TIMES.
       01  SegCountTable.
               02  SegCount           PIC 9(6) OCCURS 8 TIMES.
       01  MigrationTable.
               02  MigFrom            OCCURS 8 TIMES.
                   03  MigTo          PIC 9(6) OCCURS 7 TIMES.
       01  ArchTable.
               02  ArchCount          PIC 9(5) VALUE 0.
               02  ArchEntry          OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON ArchCount.
                   03  ArIDNum        PIC 9(6).
                   03  ArLastOrder    PIC 9(8).
                   03  ArOrderCount   PIC 9(5).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "CUSTOMER RFM SEGMENTATION".
           PERFORM SetUpBands.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE CutoffDate =
               FUNCTION DATE-OF-INTEGER(BizDateInt - 365).
           INITIALIZE SegCountTable.
           INITIALIZE MigrationTable.
           PERFORM LoadArchivedOrders.
           OPEN INPUT CustomerFile.
           OPEN INPUT OrderFile.
           OPEN INPUT PostingFile.
           OPEN I-O CustSegFile.
           OPEN EXTEND AuditFile.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RecordLive
                   PERFORM ScoreOneCustomer
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE OrderFile.
           CLOSE PostingFile.
           CLOSE CustSegFile.
           CLOSE AuditFile.
           PERFORM WriteSegmentReport.
           DISPLAY "Customers Scored   : " ScoredCount.
           DISPLAY "Segment Changes    : " ChangedCount.
           DISPLAY "Report Written to rfmseg.lst".
           DISPLAY "END OF RFM SEGMENTATION".
           STOP RUN.
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
       SetUpBands.
           MOVE 30 TO RecencyDays(1).
           MOVE 90 TO RecencyDays(2).
           MOVE 180 TO RecencyDays(3).
           MOVE 365 TO RecencyDays(4).
           MOVE 12 TO FrequencyOrders(1).
           MOVE 6 TO FrequencyOrders(2).
           MOVE 3 TO FrequencyOrders(3).
           MOVE 2 TO FrequencyOrders(4).
           MOVE 5000 TO MonetaryAmount(1).
           MOVE 2000 TO MonetaryAmount(2).
           MOVE 500 TO MonetaryAmount(3).
           MOVE 100 TO MonetaryAmount(4).
      * Archived orders are read once into a table of last order date
      * and orders inside the twelve months for each customer.
       LoadArchivedOrders.
           OPEN INPUT ArchiveFile.
           IF ArchiveStatus = "00"
               MOVE 'N' TO ScanEOFFlag
               PERFORM UNTIL ScanEOFFlag = 'Y'
                   READ ArchiveFile
                       AT END MOVE 'Y' TO ScanEOFFlag
                   END-READ
                   IF ScanEOFFlag = 'N' AND AoRecStatus NOT = 'X'
                       PERFORM NoteArchivedOrder
                   END-IF
               END-PERFORM
           END-IF.
           IF ArchiveStatus = "00" OR ArchiveStatus = "05"
                   OR ArchiveStatus = "10"
               CLOSE ArchiveFile
           END-IF.
       NoteArchivedOrder.
           MOVE AoDate(5:4) TO WorkDate(1:4).
           MOVE AoDate(1:4) TO WorkDate(5:4).
           PERFORM VARYING ArchIdx FROM 1 BY 1
                   UNTIL ArchIdx > ArchCount
                   OR ArIDNum(ArchIdx) = AoCustIDNum
               CONTINUE
           END-PERFORM.
           IF ArchIdx > ArchCount
               IF ArchCount < 5000
                   ADD 1 TO ArchCount
                   MOVE AoCustIDNum TO ArIDNum(ArchIdx)
                   MOVE ZEROS TO ArLastOrder(ArchIdx)
                   MOVE 0 TO ArOrderCount(ArchIdx)
               ELSE
                   DISPLAY "WARNING: archive table full - ID "
                       AoCustIDNum " not scored on archived orders"
               END-IF
           END-IF.
           IF ArchIdx <= ArchCount
               IF WorkDate > ArLastOrder(ArchIdx)
                   MOVE WorkDate TO ArLastOrder(ArchIdx)
               END-IF
               IF WorkDate >= CutoffDate
                   ADD 1 TO ArOrderCount(ArchIdx)
               END-IF
           END-IF.
       ScoreOneCustomer.
           ADD 1 TO ScoredCount.
           MOVE ZEROS TO LastOrderDate.
           MOVE 0 TO OrderCount.
           MOVE ZEROS TO InvoicedTotal.
           PERFORM VARYING ArchIdx FROM 1 BY 1
                   UNTIL ArchIdx > ArchCount
               IF ArIDNum(ArchIdx) = IDNum
                   MOVE ArLastOrder(ArchIdx) TO LastOrderDate
                   MOVE ArOrderCount(ArchIdx) TO OrderCount
               END-IF
           END-PERFORM.
           PERFORM ScanCurrentOrders.
           PERFORM ScanInvoicePostings.
           PERFORM ComputeScores.
           PERFORM AssignSegment.
           PERFORM SaveSegment.
       ScanCurrentOrders.
           MOVE IDNum TO OrdCustIDNum.
           MOVE 'N' TO ScanEOFFlag.
           START OrderFile KEY IS NOT LESS THAN OrdCustIDNum
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ OrderFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF OrdCustIDNum NOT = IDNum
                       MOVE 'Y' TO ScanEOFFlag
                   ELSE
                       IF NOT OrderCancelled
                           COMPUTE WorkDate = OrdYear * 10000
                               + OrdMonth * 100 + OrdDay
                           IF WorkDate > LastOrderDate
                               MOVE WorkDate TO LastOrderDate
                           END-IF
                           IF WorkDate >= CutoffDate
                               ADD 1 TO OrderCount
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       ScanInvoicePostings.
           MOVE IDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
           MOVE 'N' TO ScanEOFFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF PostIDNum NOT = IDNum
                       MOVE 'Y' TO ScanEOFFlag
                   ELSE
                       IF PostType = "INVOICE"
                           MOVE PostDate(5:4) TO PostDateYMD(1:4)
                           MOVE PostDate(1:4) TO PostDateYMD(5:4)
                           IF PostDateYMD >= CutoffDate
                               ADD PostAmount TO InvoicedTotal
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A score of 0 means no order or no invoiced value at all.
       ComputeScores.
           MOVE 0 TO RScore.
           IF LastOrderDate > ZEROS
               COMPUTE DaysSinceOrder = BizDateInt
                   - FUNCTION INTEGER-OF-DATE(LastOrderDate)
               MOVE 5 TO RScore
               PERFORM VARYING SegIdx FROM 1 BY 1 UNTIL SegIdx > 4
                   IF DaysSinceOrder > RecencyDays(SegIdx)
                       COMPUTE RScore = 4 - SegIdx + 1
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO FScore.
           IF OrderCount > 0
               MOVE 1 TO FScore
               PERFORM VARYING SegIdx FROM 4 BY -1 UNTIL SegIdx < 1
                   IF OrderCount >= FrequencyOrders(SegIdx)
                       COMPUTE FScore = 5 - SegIdx + 1
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO MScore.
           IF InvoicedTotal > ZEROS
               MOVE 1 TO MScore
               PERFORM VARYING SegIdx FROM 4 BY -1 UNTIL SegIdx < 1
                   IF InvoicedTotal >= MonetaryAmount(SegIdx)
                       COMPUTE MScore = 5 - SegIdx + 1
                   END-IF
               END-PERFORM
           END-IF.
       AssignSegment.
           EVALUATE TRUE
               WHEN LastOrderDate = ZEROS
                   MOVE "NOBUY" TO NewSegCode
               WHEN RScore >= 4 AND FScore >= 4 AND MScore >= 4
                   MOVE "CHAMP" TO NewSegCode
               WHEN RScore >= 4 AND FScore <= 1
                   MOVE "NEW" TO NewSegCode
               WHEN RScore >= 3 AND FScore >= 4
                   MOVE "LOYAL" TO NewSegCode
               WHEN RScore <= 2 AND FScore >= 3
                   MOVE "ATRSK" TO NewSegCode
               WHEN RScore <= 1
                   MOVE "LOST" TO NewSegCode
               WHEN OTHER
                   MOVE "REGLR" TO NewSegCode
           END-EVALUATE.
      * The segment from the previous run is kept alongside the new
      * one; a change is audited so the CRM delta export picks it up.
       SaveSegment.
           MOVE IDNum TO SgIDNum.
           MOVE 'Y' TO SegFoundFlag.
           READ CustSegFile
               INVALID KEY MOVE 'N' TO SegFoundFlag
           END-READ.
           IF SegFoundFlag = 'Y'
               MOVE SgCode TO OldSegCode
           ELSE
               MOVE "NONE" TO OldSegCode
           END-IF.
           MOVE OldSegCode TO SgPrevCode.
           MOVE NewSegCode TO SgCode.
           MOVE RScore TO SgRecency.
           MOVE FScore TO SgFrequency.
           MOVE MScore TO SgMonetary.
           MOVE LastOrderDate TO SgLastOrder.
           MOVE OrderCount TO SgOrderCount.
           MOVE InvoicedTotal TO SgInvoiced.
           MOVE BusinessDate TO SgScoreDate.
           IF SegFoundFlag = 'Y'
               REWRITE CustSegData
                   INVALID KEY DISPLAY "Segment Not Updated " IDNum
               END-REWRITE
           ELSE
               WRITE CustSegData
                   INVALID KEY DISPLAY "Segment Not Written " IDNum
               END-WRITE
           END-IF.
           PERFORM FindSegIdx.
           MOVE SegIdx TO ToIdx.
           ADD 1 TO SegCount(ToIdx).
           MOVE OldSegCode TO NewSegCode.
           PERFORM FindSegIdx.
           MOVE SegIdx TO FromIdx.
           ADD 1 TO MigTo(FromIdx, ToIdx).
           IF SgCode NOT = OldSegCode
               ADD 1 TO ChangedCount
               PERFORM WriteSegmentAudit
           END-IF.
       FindSegIdx.
           PERFORM VARYING SegIdx FROM 1 BY 1
                   UNTIL SegIdx = 8 OR SegName(SegIdx) = NewSegCode
               CONTINUE
           END-PERFORM.
       WriteSegmentAudit.
           MOVE "SEGCHG" TO AuditOperation.
           MOVE IDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING OldSegCode " TO " SgCode
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
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
      * Segment totals, then the migration grid: one row per segment
      * held before this run, one column per segment now held.
       WriteSegmentReport.
           OPEN OUTPUT SegReportFile.
           MOVE "CUSTOMER RFM SEGMENTATION" TO SegReportLine.
           WRITE SegReportLine.
           MOVE SPACES TO SegReportLine.
           STRING "Processing Date " BusinessDate
               "  Twelve Months From " CutoffDate
               DELIMITED BY SIZE INTO SegReportLine
           END-STRING.
           WRITE SegReportLine.
           MOVE SPACES TO SegReportLine.
           WRITE SegReportLine.
           MOVE "SEGMENT   CUSTOMERS" TO SegReportLine.
           WRITE SegReportLine.
           PERFORM VARYING SegIdx FROM 1 BY 1 UNTIL SegIdx > 7
               MOVE SegCount(SegIdx) TO ReportCount
               MOVE SPACES TO SegReportLine
               STRING SegName(SegIdx) "         " ReportCount
                   DELIMITED BY SIZE INTO SegReportLine
               END-STRING
               WRITE SegReportLine
           END-PERFORM.
           MOVE ScoredCount TO ReportCount.
           MOVE SPACES TO SegReportLine.
           STRING "TOTAL         " ReportCount
               DELIMITED BY SIZE INTO SegReportLine
           END-STRING.
           WRITE SegReportLine.
           MOVE SPACES TO SegReportLine.
           WRITE SegReportLine.
           MOVE "SEGMENT MIGRATION SINCE LAST RUN" TO SegReportLine.
           WRITE SegReportLine.
           MOVE SPACES TO SegReportLine.
           STRING "FROM / TO  "
               " CHAMP  LOYAL    NEW  REGLR  ATRSK   LOST  NOBUY"
               DELIMITED BY SIZE INTO SegReportLine
           END-STRING.
           WRITE SegReportLine.
           PERFORM VARYING FromIdx FROM 1 BY 1 UNTIL FromIdx > 8
               PERFORM WriteMigrationRow
           END-PERFORM.
           MOVE ChangedCount TO ReportCount.
           MOVE SPACES TO SegReportLine.
           STRING "Customers Changing Segment : " ReportCount
               DELIMITED BY SIZE INTO SegReportLine
           END-STRING.
           WRITE SegReportLine.
           CLOSE SegReportFile.
       WriteMigrationRow.
           MOVE SPACES TO SegReportLine.
           MOVE SegName(FromIdx) TO SegReportLine(1:5).
           PERFORM VARYING ToIdx FROM 1 BY 1 UNTIL ToIdx > 7
               MOVE MigTo(FromIdx, ToIdx) TO ReportCount
               MOVE ReportCount TO SegReportLine(ToIdx * 7 + 6:5)
           END-PERFORM.
           WRITE SegReportLine.
