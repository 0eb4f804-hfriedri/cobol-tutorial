       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJINV.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL RejSourceFile ASSIGN TO RejFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RejSourceStatus.
              SELECT OPTIONAL RejInvFile ASSIGN TO "rejinv.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RejInvStatus.
              SELECT OPTIONAL RejParmFile ASSIGN TO "rejparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RejParmStatus.
              SELECT ExceptionFile ASSIGN TO "excpq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ExcFileStatus.
              SELECT ReportFile ASSIGN TO "rejinv.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RejSourceFile.
       01  RejSourceLine              PIC X(200).
      * One entry per reject still outstanding in an intake program's
      * reject file, carried from night to night with the date it was
      * first seen.
       FD  RejInvFile.
       01  RejInvRecord.
               02  RiSource           PIC X(8).
               02  RiKey              PIC X(20).
               02  RiData             PIC X(60).
               02  RiReason           PIC X(24).
               02  RiFirstSeen        PIC 9(8).
               02  RiLastSeen         PIC 9(8).
               02  RiQueued           PIC X.
       FD  RejParmFile.
       01  RejParmRecord.
               02  RpSource           PIC X(8).
               02  RpAgeDays          PIC 9(3).
       FD  ExceptionFile.
       01  ExcRecord.
               02  ExcIDNum           PIC 9(6).
               02  ExcSeverity        PIC X.
               02  ExcReason          PIC X(40).
               02  ExcDate            PIC 9(8).
               02  ExcStatus          PIC X.
                   88  ExcOpen        VALUE 'O'.
                   88  ExcResolved    VALUE 'R'.
       FD  ReportFile.
       01  ReportLine                 PIC X(100).
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
       01  RejFileName                PIC X(24).
       01  RejSourceStatus            PIC XX.
       01  RejInvStatus               PIC XX.
       01  RejParmStatus              PIC XX.
       01  ExcFileStatus              PIC XX.
       01  EndOfFileFlag              PIC X.
       01  FileOpenFlag               PIC X.
       01  TableFullFlag              PIC X VALUE 'N'.
       01  FoundFlag                  PIC X.
       01  BizDateInt                 PIC 9(8).
       01  ItemAge                    PIC 9(5).
       01  DataTake                   PIC 9(3).
       01  WorkKey                    PIC X(20).
       01  WorkData                   PIC X(60).
       01  WorkReason                 PIC X(24).
       01  SrcIdx                     PIC 99.
       01  ItemIdx                    PIC 9(5).
       01  ItemIdx2                   PIC 9(5).
       01  AgIdx                      PIC 9(4).
       01  SkipLineFlag               PIC X.
       01  OpenTotal                  PIC 9(6) VALUE 0.
       01  NewTotal                   PIC 9(6) VALUE 0.
       01  ClearedTotal               PIC 9(6) VALUE 0.
       01  QueuedTotal                PIC 9(6) VALUE 0.
       01  OverdueTotal               PIC 9(6) VALUE 0.
       01  ReportAge                  PIC ZZZZ9.
       01  ReportCount                PIC ZZZZ9.
      * The intake programs and the layout of their reject files: how
      * much of the line is the rejected data, where the reason is,
      * how much of the data identifies the item, and the age in days
      * after which an outstanding reject goes to the exceptions queue.
       01  SourceTable.
               02  SourceCount        PIC 99 VALUE 9.
               02  SourceEntry        OCCURS 9 TIMES.
                   03  SdProgram      PIC X(8).
                   03  SdFileName     PIC X(24).
                   03  SdDataLen      PIC 9(3).
                   03  SdReasonPos    PIC 9(3).
                   03  SdReasonLen    PIC 99.
                   03  SdKeyLen       PIC 99.
                   03  SdAgeDays      PIC 9(3).
                   03  SdFileFound    PIC X.
                   03  SdOpenCount    PIC 9(5).
                   03  SdNewCount     PIC 9(5).
                   03  SdClearedCount PIC 9(5).
                   03  SdOverdueCount PIC 9(5).
                   03  SdQueuedCount  PIC 9(5).
       01  ItemTable.
               02  ItemCount          PIC 9(5) VALUE 0.
               02  ItemEntry          OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON ItemCount.
                   03  ItSource       PIC X(8).
                   03  ItKey          PIC X(20).
                   03  ItData         PIC X(60).
                   03  ItReason       PIC X(24).
                   03  ItFirstSeen    PIC 9(8).
                   03  ItLastSeen     PIC 9(8).
                   03  ItQueued       PIC X.
                   03  ItSeen         PIC X.
                   03  ItSrcIdx       PIC 99.
                   03  ItAge          PIC 9(5).
       01  AgingTable.
               02  AgingCount         PIC 9(4) VALUE 0.
               02  AgingEntry         OCCURS 1 TO 500 TIMES
                                      DEPENDING ON AgingCount.
                   03  AgSource       PIC X(8).
                   03  AgReason       PIC X(24).
                   03  AgCount        PIC 9(5).
                   03  AgBucket1      PIC 9(5).
                   03  AgBucket2      PIC 9(5).
                   03  AgBucket3      PIC 9(5).
                   03  AgBucket4      PIC 9(5).
                   03  AgOldest       PIC 9(5).
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "REJECT INVENTORY AND AGING".
           PERFORM GetProcessingDate.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadSourceTable.
           PERFORM LoadAgeParameters.
           PERFORM LoadInventory.
           PERFORM VARYING SrcIdx FROM 1 BY 1
                   UNTIL SrcIdx > SourceCount
               PERFORM ScanRejectFile
           END-PERFORM.
           IF TableFullFlag = 'Y'
               DISPLAY "ERROR: more than 5000 outstanding rejects - "
                   "run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ReportFile.
           OPEN EXTEND ExceptionFile.
           PERFORM WriteReportHeading.
           PERFORM AgeOutstandingItems.
           CLOSE ExceptionFile.
           PERFORM WriteSourceSummary.
           PERFORM WriteAgingByReason.
           CLOSE ReportFile.
           PERFORM SaveInventory.
           DISPLAY "Outstanding Rejects : " OpenTotal.
           DISPLAY "New Tonight         : " NewTotal.
           DISPLAY "Cleared Since Last  : " ClearedTotal.
           DISPLAY "Past Age Limit      : " OverdueTotal.
           DISPLAY "Exceptions Queued   : " QueuedTotal.
           DISPLAY "Report Written to rejinv.lst".
           IF OverdueTotal > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF REJECT INVENTORY".
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
       LoadSourceTable.
           MOVE "TXNAPPLY" TO SdProgram(1).
           MOVE "txnapply-reject.txt" TO SdFileName(1).
           MOVE 142 TO SdDataLen(1).
           MOVE 143 TO SdReasonPos(1).
           MOVE 24 TO SdReasonLen(1).
           MOVE 14 TO SdKeyLen(1).
           MOVE 3 TO SdAgeDays(1).
           MOVE "CUSTLOAD" TO SdProgram(2).
           MOVE "custload-reject.txt" TO SdFileName(2).
           MOVE 41 TO SdDataLen(2).
           MOVE 45 TO SdReasonPos(2).
           MOVE 16 TO SdReasonLen(2).
           MOVE 9 TO SdKeyLen(2).
           MOVE 7 TO SdAgeDays(2).
           MOVE "CRMIMP" TO SdProgram(3).
           MOVE "crmimp-reject.txt" TO SdFileName(3).
           MOVE 120 TO SdDataLen(3).
           MOVE 121 TO SdReasonPos(3).
           MOVE 24 TO SdReasonLen(3).
           MOVE 20 TO SdKeyLen(3).
           MOVE 7 TO SdAgeDays(3).
           MOVE "ORDIMP" TO SdProgram(4).
           MOVE "ordimp-reject.txt" TO SdFileName(4).
           MOVE 31 TO SdDataLen(4).
           MOVE 32 TO SdReasonPos(4).
           MOVE 24 TO SdReasonLen(4).
           MOVE 13 TO SdKeyLen(4).
           MOVE 3 TO SdAgeDays(4).
           MOVE "INVMOVE" TO SdProgram(5).
           MOVE "invmove-reject.txt" TO SdFileName(5).
           MOVE 69 TO SdDataLen(5).
           MOVE 70 TO SdReasonPos(5).
           MOVE 24 TO SdReasonLen(5).
           MOVE 12 TO SdKeyLen(5).
           MOVE 5 TO SdAgeDays(5).
           MOVE "NSFPROC" TO SdProgram(6).
           MOVE "nsf-reject.txt" TO SdFileName(6).
           MOVE 24 TO SdDataLen(6).
           MOVE 25 TO SdReasonPos(6).
           MOVE 24 TO SdReasonLen(6).
           MOVE 17 TO SdKeyLen(6).
           MOVE 3 TO SdAgeDays(6).
           MOVE "PAYAPPLY" TO SdProgram(7).
           MOVE "payunappl.txt" TO SdFileName(7).
           MOVE 26 TO SdDataLen(7).
           MOVE 27 TO SdReasonPos(7).
           MOVE 24 TO SdReasonLen(7).
           MOVE 17 TO SdKeyLen(7).
           MOVE 5 TO SdAgeDays(7).
           MOVE "GRADCORR" TO SdProgram(8).
           MOVE "gradecorr-reject.txt" TO SdFileName(8).
           MOVE 37 TO SdDataLen(8).
           MOVE 38 TO SdReasonPos(8).
           MOVE 24 TO SdReasonLen(8).
           MOVE 5 TO SdKeyLen(8).
           MOVE 10 TO SdAgeDays(8).
           MOVE "TERMPOST" TO SdProgram(9).
           MOVE "termpost-reject.txt" TO SdFileName(9).
           MOVE 11 TO SdDataLen(9).
           MOVE 12 TO SdReasonPos(9).
           MOVE 24 TO SdReasonLen(9).
           MOVE 11 TO SdKeyLen(9).
           MOVE 10 TO SdAgeDays(9).
           PERFORM VARYING SrcIdx FROM 1 BY 1
                   UNTIL SrcIdx > SourceCount
               MOVE 'N' TO SdFileFound(SrcIdx)
               MOVE 0 TO SdOpenCount(SrcIdx)
               MOVE 0 TO SdNewCount(SrcIdx)
               MOVE 0 TO SdClearedCount(SrcIdx)
               MOVE 0 TO SdOverdueCount(SrcIdx)
               MOVE 0 TO SdQueuedCount(SrcIdx)
           END-PERFORM.
      * rejparm.dat may override the age limit of any source, one
      * line per program.
       LoadAgeParameters.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT RejParmFile.
           MOVE 'N' TO FileOpenFlag.
           IF RejParmStatus = "00" OR RejParmStatus = "05"
               MOVE 'Y' TO FileOpenFlag
           END-IF.
           IF RejParmStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RejParmFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RpAgeDays IS NUMERIC
                   PERFORM VARYING SrcIdx FROM 1 BY 1
                           UNTIL SrcIdx > SourceCount
                       IF SdProgram(SrcIdx) = RpSource
                           MOVE RpAgeDays TO SdAgeDays(SrcIdx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF FileOpenFlag = 'Y'
               CLOSE RejParmFile
           END-IF.
       LoadInventory.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT RejInvFile.
           MOVE 'N' TO FileOpenFlag.
           IF RejInvStatus = "00" OR RejInvStatus = "05"
               MOVE 'Y' TO FileOpenFlag
           END-IF.
           IF RejInvStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RejInvFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF ItemCount < 5000
                       ADD 1 TO ItemCount
                       MOVE RiSource TO ItSource(ItemCount)
                       MOVE RiKey TO ItKey(ItemCount)
                       MOVE RiData TO ItData(ItemCount)
                       MOVE RiReason TO ItReason(ItemCount)
                       MOVE RiFirstSeen TO ItFirstSeen(ItemCount)
                       MOVE RiLastSeen TO ItLastSeen(ItemCount)
                       MOVE RiQueued TO ItQueued(ItemCount)
                       MOVE 'N' TO ItSeen(ItemCount)
                       MOVE 0 TO ItSrcIdx(ItemCount)
                   ELSE
                       MOVE 'Y' TO TableFullFlag
                   END-IF
               END-IF
           END-PERFORM.
           IF FileOpenFlag = 'Y'
               CLOSE RejInvFile
           END-IF.
      * Every line still in a reject file is matched to the inventory
      * by source, key and rejected data; a line not yet carried is a
      * new reject first seen today.
       ScanRejectFile.
           MOVE SdFileName(SrcIdx) TO RejFileName.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT RejSourceFile.
           MOVE 'N' TO FileOpenFlag.
           IF RejSourceStatus = "00" OR RejSourceStatus = "05"
               MOVE 'Y' TO FileOpenFlag
           END-IF.
           IF RejSourceStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           ELSE
               MOVE 'Y' TO SdFileFound(SrcIdx)
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               MOVE SPACES TO RejSourceLine
               READ RejSourceFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RejSourceLine NOT = SPACES
                   PERFORM TakeOneRejectLine
               END-IF
           END-PERFORM.
           IF FileOpenFlag = 'Y'
               CLOSE RejSourceFile
           END-IF.
       TakeOneRejectLine.
           MOVE 'N' TO SkipLineFlag.
           MOVE SPACES TO WorkKey.
           MOVE SPACES TO WorkData.
           MOVE SPACES TO WorkReason.
           MOVE RejSourceLine(1:SdKeyLen(SrcIdx)) TO WorkKey.
           EVALUATE SdProgram(SrcIdx)
      * A resubmitted transaction rejected again counts as a new item.
               WHEN "TXNAPPLY"
                   MOVE "R" TO WorkKey(16:1)
                   MOVE RejSourceLine(167:1) TO WorkKey(17:1)
      * The CRM feed is comma separated; its key is the first field.
               WHEN "CRMIMP"
                   MOVE SPACES TO WorkKey
                   UNSTRING RejSourceLine DELIMITED BY ","
                       INTO WorkKey
                   END-UNSTRING
      * Unapplied cash already applied or returned from the workbench
      * is no longer outstanding.
               WHEN "PAYAPPLY"
                   IF RejSourceLine(51:1) = 'A'
                           OR RejSourceLine(51:1) = 'R'
                       MOVE 'Y' TO SkipLineFlag
                   END-IF
           END-EVALUATE.
           IF SdDataLen(SrcIdx) > 60
               MOVE 60 TO DataTake
           ELSE
               MOVE SdDataLen(SrcIdx) TO DataTake
           END-IF.
           MOVE RejSourceLine(1:DataTake) TO WorkData.
           MOVE RejSourceLine(SdReasonPos(SrcIdx):SdReasonLen(SrcIdx))
               TO WorkReason.
           IF SkipLineFlag = 'N'
               PERFORM MatchInventoryItem
           END-IF.
       MatchInventoryItem.
           MOVE 'N' TO FoundFlag.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount OR FoundFlag = 'Y'
               IF ItSource(ItemIdx) = SdProgram(SrcIdx)
                       AND ItKey(ItemIdx) = WorkKey
                       AND ItData(ItemIdx) = WorkData
                       AND ItSeen(ItemIdx) = 'N'
                   MOVE 'Y' TO FoundFlag
                   MOVE 'Y' TO ItSeen(ItemIdx)
                   MOVE SrcIdx TO ItSrcIdx(ItemIdx)
                   MOVE WorkReason TO ItReason(ItemIdx)
                   MOVE BusinessDate TO ItLastSeen(ItemIdx)
               END-IF
           END-PERFORM.
           IF FoundFlag = 'N'
               IF ItemCount < 5000
                   ADD 1 TO ItemCount
                   MOVE SdProgram(SrcIdx) TO ItSource(ItemCount)
                   MOVE WorkKey TO ItKey(ItemCount)
                   MOVE WorkData TO ItData(ItemCount)
                   MOVE WorkReason TO ItReason(ItemCount)
                   MOVE BusinessDate TO ItFirstSeen(ItemCount)
                   MOVE BusinessDate TO ItLastSeen(ItemCount)
                   MOVE 'N' TO ItQueued(ItemCount)
                   MOVE 'Y' TO ItSeen(ItemCount)
                   MOVE SrcIdx TO ItSrcIdx(ItemCount)
                   ADD 1 TO SdNewCount(SrcIdx)
                   ADD 1 TO NewTotal
               ELSE
                   MOVE 'Y' TO TableFullFlag
               END-IF
           END-IF.
       WriteReportHeading.
           MOVE "REJECT INVENTORY AND AGING" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "PROCESSING DATE " BusinessDate
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "REJECTS PAST THEIR AGE LIMIT" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "SOURCE   KEY                  FIRST SEEN   AGE "
               "REASON                   QUEUED"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
      * Items no longer in their reject file have been corrected,
      * resubmitted or purged and drop out; the rest are aged, and
      * those past their source's limit go to the exceptions queue
      * once.
       AgeOutstandingItems.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ItSeen(ItemIdx) = 'N'
                   PERFORM CountClearedItem
               ELSE
                   MOVE ItSrcIdx(ItemIdx) TO SrcIdx
                   ADD 1 TO SdOpenCount(SrcIdx)
                   ADD 1 TO OpenTotal
                   COMPUTE ItAge(ItemIdx) = BizDateInt
                       - FUNCTION INTEGER-OF-DATE(ItFirstSeen(ItemIdx))
                   PERFORM AddToAgingTable
                   IF ItAge(ItemIdx) > SdAgeDays(SrcIdx)
                       PERFORM ReportOverdueItem
                   END-IF
               END-IF
           END-PERFORM.
           IF OverdueTotal = 0
               MOVE "  NONE" TO ReportLine
               WRITE ReportLine
           END-IF.
       CountClearedItem.
           ADD 1 TO ClearedTotal.
           PERFORM VARYING SrcIdx FROM 1 BY 1
                   UNTIL SrcIdx > SourceCount
               IF SdProgram(SrcIdx) = ItSource(ItemIdx)
                   ADD 1 TO SdClearedCount(SrcIdx)
               END-IF
           END-PERFORM.
       ReportOverdueItem.
           ADD 1 TO SdOverdueCount(SrcIdx).
           ADD 1 TO OverdueTotal.
           IF ItQueued(ItemIdx) NOT = 'Y'
               PERFORM QueueOverdueItem
           END-IF.
           MOVE ItAge(ItemIdx) TO ReportAge.
           MOVE SPACES TO ReportLine.
           STRING ItSource(ItemIdx) " " ItKey(ItemIdx) " "
               ItFirstSeen(ItemIdx) "   " ReportAge " "
               ItReason(ItemIdx) " " ItQueued(ItemIdx)
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
       QueueOverdueItem.
           MOVE ZEROS TO ExcIDNum.
           MOVE 'M' TO ExcSeverity.
           MOVE SPACES TO ExcReason.
           STRING "Reject " ItSource(ItemIdx) " " ItKey(ItemIdx)
               DELIMITED BY SIZE INTO ExcReason
           END-STRING.
           MOVE BusinessDate TO ExcDate.
           SET ExcOpen TO TRUE.
           WRITE ExcRecord.
           MOVE 'Y' TO ItQueued(ItemIdx).
           ADD 1 TO SdQueuedCount(SrcIdx).
           ADD 1 TO QueuedTotal.
      * Outstanding rejects are summarised by source and reason, with
      * ages bucketed 0-1, 2-7, 8-30 and over 30 days.
       AddToAgingTable.
           MOVE 0 TO AgIdx.
           PERFORM VARYING ItemIdx2 FROM 1 BY 1
                   UNTIL ItemIdx2 > AgingCount OR AgIdx > 0
               IF AgSource(ItemIdx2) = ItSource(ItemIdx)
                       AND AgReason(ItemIdx2) = ItReason(ItemIdx)
                   MOVE ItemIdx2 TO AgIdx
               END-IF
           END-PERFORM.
           IF AgIdx = 0 AND AgingCount < 500
               ADD 1 TO AgingCount
               MOVE AgingCount TO AgIdx
               MOVE ItSource(ItemIdx) TO AgSource(AgIdx)
               MOVE ItReason(ItemIdx) TO AgReason(AgIdx)
               MOVE 0 TO AgCount(AgIdx)
               MOVE 0 TO AgBucket1(AgIdx)
               MOVE 0 TO AgBucket2(AgIdx)
               MOVE 0 TO AgBucket3(AgIdx)
               MOVE 0 TO AgBucket4(AgIdx)
               MOVE 0 TO AgOldest(AgIdx)
           END-IF.
           IF AgIdx > 0
               ADD 1 TO AgCount(AgIdx)
               EVALUATE TRUE
                   WHEN ItAge(ItemIdx) < 2
                       ADD 1 TO AgBucket1(AgIdx)
                   WHEN ItAge(ItemIdx) < 8
                       ADD 1 TO AgBucket2(AgIdx)
                   WHEN ItAge(ItemIdx) < 31
                       ADD 1 TO AgBucket3(AgIdx)
                   WHEN OTHER
                       ADD 1 TO AgBucket4(AgIdx)
               END-EVALUATE
               IF ItAge(ItemIdx) > AgOldest(AgIdx)
                   MOVE ItAge(ItemIdx) TO AgOldest(AgIdx)
               END-IF
           END-IF.
       WriteSourceSummary.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "OUTSTANDING REJECTS BY SOURCE" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "SOURCE   FILE                    LIMIT   OPEN    NEW"
               "  CLEARD  OVERDUE QUEUED"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           PERFORM VARYING SrcIdx FROM 1 BY 1
                   UNTIL SrcIdx > SourceCount
               MOVE SPACES TO ReportLine
               MOVE SdProgram(SrcIdx) TO ReportLine(1:8)
               IF SdFileFound(SrcIdx) = 'Y'
                   MOVE SdFileName(SrcIdx) TO ReportLine(10:24)
               ELSE
                   MOVE "(no reject file)" TO ReportLine(10:24)
               END-IF
               MOVE SdAgeDays(SrcIdx) TO ReportAge
               MOVE ReportAge TO ReportLine(34:5)
               MOVE SdOpenCount(SrcIdx) TO ReportCount
               MOVE ReportCount TO ReportLine(41:5)
               MOVE SdNewCount(SrcIdx) TO ReportCount
               MOVE ReportCount TO ReportLine(48:5)
               MOVE SdClearedCount(SrcIdx) TO ReportCount
               MOVE ReportCount TO ReportLine(55:5)
               MOVE SdOverdueCount(SrcIdx) TO ReportCount
               MOVE ReportCount TO ReportLine(63:5)
               MOVE SdQueuedCount(SrcIdx) TO ReportCount
               MOVE ReportCount TO ReportLine(70:5)
               WRITE ReportLine
           END-PERFORM.
           MOVE SPACES TO ReportLine.
           MOVE "TOTAL" TO ReportLine(1:8).
           MOVE OpenTotal TO ReportCount.
           MOVE ReportCount TO ReportLine(41:5).
           MOVE NewTotal TO ReportCount.
           MOVE ReportCount TO ReportLine(48:5).
           MOVE ClearedTotal TO ReportCount.
           MOVE ReportCount TO ReportLine(55:5).
           MOVE OverdueTotal TO ReportCount.
           MOVE ReportCount TO ReportLine(63:5).
           MOVE QueuedTotal TO ReportCount.
           MOVE ReportCount TO ReportLine(70:5).
           WRITE ReportLine.
       WriteAgingByReason.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "AGING BY SOURCE AND REASON (DAYS)" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "SOURCE   REASON                    OPEN    0-1"
               "    2-7   8-30    31+ OLDEST"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           PERFORM VARYING SrcIdx FROM 1 BY 1
                   UNTIL SrcIdx > SourceCount
               PERFORM VARYING AgIdx FROM 1 BY 1
                       UNTIL AgIdx > AgingCount
                   IF AgSource(AgIdx) = SdProgram(SrcIdx)
                       PERFORM WriteAgingLine
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF AgingCount = 0
               MOVE "  NO OUTSTANDING REJECTS" TO ReportLine
               WRITE ReportLine
           END-IF.
       WriteAgingLine.
           MOVE SPACES TO ReportLine.
           MOVE AgSource(AgIdx) TO ReportLine(1:8).
           MOVE AgReason(AgIdx) TO ReportLine(10:24).
           MOVE AgCount(AgIdx) TO ReportCount.
           MOVE ReportCount TO ReportLine(36:5).
           MOVE AgBucket1(AgIdx) TO ReportCount.
           MOVE ReportCount TO ReportLine(43:5).
           MOVE AgBucket2(AgIdx) TO ReportCount.
           MOVE ReportCount TO ReportLine(50:5).
           MOVE AgBucket3(AgIdx) TO ReportCount.
           MOVE ReportCount TO ReportLine(57:5).
           MOVE AgBucket4(AgIdx) TO ReportCount.
           MOVE ReportCount TO ReportLine(64:5).
           MOVE AgOldest(AgIdx) TO ReportAge.
           MOVE ReportAge TO ReportLine(70:5).
           WRITE ReportLine.
      * Only items still outstanding are carried to the next run.
       SaveInventory.
           OPEN OUTPUT RejInvFile.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ItSeen(ItemIdx) = 'Y'
                   MOVE ItSource(ItemIdx) TO RiSource
                   MOVE ItKey(ItemIdx) TO RiKey
                   MOVE ItData(ItemIdx) TO RiData
                   MOVE ItReason(ItemIdx) TO RiReason
                   MOVE ItFirstSeen(ItemIdx) TO RiFirstSeen
                   MOVE ItLastSeen(ItemIdx) TO RiLastSeen
                   MOVE ItQueued(ItemIdx) TO RiQueued
                   WRITE RejInvRecord
               END-IF
           END-PERFORM.
           CLOSE RejInvFile.
