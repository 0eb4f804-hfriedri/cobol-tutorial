       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT CatalogFile ASSIGN TO "prodcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatFileStatus.
              SELECT OPTIONAL AvgCostFile ASSIGN TO "avgcost.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AvgCostKey.
              SELECT LedgerFile ASSIGN TO LedgerFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LedgerFileStatus.
              SELECT AbcParmFile ASSIGN TO "abcparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AbcParmStatus.
              SELECT AbcClassFile ASSIGN TO "abcclass.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AbcClassStatus.
              SELECT ClassListFile ASSIGN TO "abcclass.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName         PIC X(10).
               02  CatSizeType         PIC A.
               02  CatUnitCost         PIC 9(5)V99.
       FD  AvgCostFile.
       01  AvgCostData.
               02  AvgCostKey.
                   03  AcProdName     PIC X(10).
                   03  AcSizeType     PIC A.
               02  AcAvgCost          PIC 9(5)V99.
       FD  LedgerFile.
       01  LedgerMovement.
               02  MvType              PIC X.
               02  MvProdName          PIC X(10).
               02  MvSizeType          PIC A.
               02  MvSign              PIC X.
               02  MvQuantity          PIC 9(5).
               02  MvReason            PIC X(10).
               02  MvDate              PIC 9(8).
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
       FD  AbcParmFile.
       01  AbcParmRecord.
               02  ApACutPct          PIC 9(3).
               02  ApBCutPct          PIC 9(3).
               02  ApAFreqDays        PIC 9(3).
               02  ApBFreqDays        PIC 9(3).
               02  ApCFreqDays        PIC 9(3).
       FD  AbcClassFile.
       01  AbcClassData.
               02  AbProdName         PIC X(10).
               02  AbSizeType         PIC A.
               02  AbClass            PIC X.
               02  AbPriorClass       PIC X.
               02  AbUsageQty         PIC 9(7).
               02  AbUsageValue       PIC 9(9)V99.
               02  AbLastCount        PIC 9(8).
               02  AbClassDate        PIC 9(8).
       FD  ClassListFile.
       01  ClassListLine              PIC X(90).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
                   88  QuarterEndMonth VALUE 3 6 9 12.
               02  BizDay             PIC 99.
       01  BizDateInt                 PIC 9(7).
       01  CatFileStatus              PIC XX.
       01  LedgerFileStatus           PIC XX.
       01  LedgerFileName             PIC X(16).
       01  AbcParmStatus              PIC XX.
       01  AbcClassStatus             PIC XX.
       01  EndOfFileFlag              PIC X.
       01  RunCard                    PIC X(10).
       01  UsageMonths                PIC 99 VALUE 12.
       01  MonthIdx                   PIC 99.
       01  WorkYear                   PIC 9(4).
       01  WorkMonth                  PIC 99.
       01  WorkYYYYMM                 PIC 9(6).
       01  ACutPct                    PIC 9(3).
       01  BCutPct                    PIC 9(3).
       01  AFreqDays                  PIC 9(3).
       01  BFreqDays                  PIC 9(3).
       01  CFreqDays                  PIC 9(3).
       01  ItemIdx                    PIC 9(3).
       01  FoundItemIdx               PIC 9(3).
       01  RankIdx                    PIC 9(3).
       01  BestIdx                    PIC 9(3).
       01  ItemTable.
               02  ItemCount          PIC 9(3) VALUE 0.
               02  ItemEntry          OCCURS 1 TO 500 TIMES
                                      DEPENDING ON ItemCount.
                   03  ITProdName     PIC X(10).
                   03  ITSizeType     PIC A.
                   03  ITUnitCost     PIC 9(5)V99.
                   03  ITUsageQty     PIC S9(7).
                   03  ITUsageValue   PIC 9(9)V99.
                   03  ITClass        PIC X.
                   03  ITPriorClass   PIC X.
                   03  ITLastCount    PIC 9(8).
                   03  ITRankedFlag   PIC X.
       01  TotalUsageValue            PIC 9(11)V99 VALUE 0.
       01  CumUsageValue              PIC 9(11)V99 VALUE 0.
       01  ACutValue                  PIC 9(11)V99.
       01  BCutValue                  PIC 9(11)V99.
       01  FreqDays                   PIC 9(3).
       01  DaysSinceCount             PIC 9(7).
       01  ClassCounts.
               02  ClassItems         PIC 9(4) OCCURS 3 TIMES.
               02  ClassValue         PIC 9(11)V99 OCCURS 3 TIMES.
       01  ClassIdx                   PIC 9.
       01  ClassLetters               PIC X(3) VALUE "ABC".
       01  ChangedCount               PIC 9(4) VALUE 0.
       01  OverdueCount               PIC 9(4) VALUE 0.
       01  ReportQty                  PIC ZZZZZZ9.
       01  ReportValue                PIC ZZZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZZZ9.99.
       01  ReportDays                 PIC ZZZZZZ9.
       01  ReportItems                PIC ZZZ9.
       01  ReportLastCount            PIC X(8).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "ABC CLASSIFICATION BY ANNUAL USAGE VALUE".
           MOVE SPACES TO RunCard.
           ACCEPT RunCard.
           IF NOT QuarterEndMonth AND RunCard NOT = "FORCE"
               DISPLAY "Not a Quarter-End Month - Classes Unchanged"
               STOP RUN
           END-IF.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadAbcParms.
           PERFORM LoadCatalogItems.
           IF ItemCount = 0
               DISPLAY "ERROR: prodcat.dat not found or empty - "
                   "run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadPriorClasses.
           PERFORM LoadUsageCosts.
           PERFORM ScanLedgerMonths.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITUsageQty(ItemIdx) < 0
                   MOVE 0 TO ITUsageQty(ItemIdx)
               END-IF
               COMPUTE ITUsageValue(ItemIdx) ROUNDED =
                   ITUsageQty(ItemIdx) * ITUnitCost(ItemIdx)
               ADD ITUsageValue(ItemIdx) TO TotalUsageValue
           END-PERFORM.
           PERFORM AssignClasses.
           PERFORM SaveClasses.
           PERFORM WriteClassReport.
           DISPLAY "Items Classified  : " ItemCount.
           DISPLAY "Class A Items     : " ClassItems(1).
           DISPLAY "Class B Items     : " ClassItems(2).
           DISPLAY "Class C Items     : " ClassItems(3).
           DISPLAY "Class Changes     : " ChangedCount.
           DISPLAY "Overdue for Count : " OverdueCount.
           DISPLAY "Report Written to abcclass.lst".
           IF OverdueCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF ABC CLASSIFICATION".
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
      * Class cutoffs are cumulative shares of the total usage value;
      * the count frequencies are in days. Anything not set on
      * abcparm.dat takes the usual 80/95 split and monthly,
      * quarterly and yearly counts.
       LoadAbcParms.
           MOVE ZEROS TO AbcParmRecord.
           OPEN INPUT AbcParmFile.
           IF AbcParmStatus = "00"
               READ AbcParmFile
                   AT END MOVE ZEROS TO AbcParmRecord
               END-READ
               CLOSE AbcParmFile
           END-IF.
           MOVE 80 TO ACutPct.
           MOVE 95 TO BCutPct.
           MOVE 30 TO AFreqDays.
           MOVE 91 TO BFreqDays.
           MOVE 365 TO CFreqDays.
           IF ApACutPct IS NUMERIC AND ApBCutPct IS NUMERIC
                   AND ApACutPct > 0 AND ApACutPct < ApBCutPct
                   AND ApBCutPct <= 100
               MOVE ApACutPct TO ACutPct
               MOVE ApBCutPct TO BCutPct
           END-IF.
           IF ApAFreqDays IS NUMERIC AND ApAFreqDays > 0
               MOVE ApAFreqDays TO AFreqDays
           END-IF.
           IF ApBFreqDays IS NUMERIC AND ApBFreqDays > 0
               MOVE ApBFreqDays TO BFreqDays
           END-IF.
           IF ApCFreqDays IS NUMERIC AND ApCFreqDays > 0
               MOVE ApCFreqDays TO CFreqDays
           END-IF.
           DISPLAY "Class A to " ACutPct "% B to " BCutPct
               "% of Usage Value".
           DISPLAY "Count Every A " AFreqDays " B " BFreqDays
               " C " CFreqDays " Days".
       LoadCatalogItems.
           MOVE 0 TO ItemCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CatalogFile.
           IF CatFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CatalogFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ItemCount < 500
                   ADD 1 TO ItemCount
                   MOVE CatProdName TO ITProdName(ItemCount)
                   MOVE CatSizeType TO ITSizeType(ItemCount)
                   MOVE CatUnitCost TO ITUnitCost(ItemCount)
                   MOVE 0 TO ITUsageQty(ItemCount)
                   MOVE 0 TO ITUsageValue(ItemCount)
                   MOVE SPACE TO ITClass(ItemCount)
                   MOVE SPACE TO ITPriorClass(ItemCount)
                   MOVE ZEROS TO ITLastCount(ItemCount)
                   MOVE 'N' TO ITRankedFlag(ItemCount)
               END-IF
           END-PERFORM.
           IF CatFileStatus = "00" OR CatFileStatus = "10"
               CLOSE CatalogFile
           END-IF.
      * The class each item held before this run and the date CYCVAR
      * last recorded a count for it. Items dropped from the catalog
      * are not carried forward.
       LoadPriorClasses.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AbcClassFile.
           IF AbcClassStatus NOT = "00"
               DISPLAY "No abcclass.dat - First Classification"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AbcClassFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM FindClassItem
                   IF FoundItemIdx > 0
                       MOVE AbClass TO ITPriorClass(FoundItemIdx)
                       IF AbLastCount IS NUMERIC
                           MOVE AbLastCount
                               TO ITLastCount(FoundItemIdx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF AbcClassStatus = "00" OR AbcClassStatus = "10"
               CLOSE AbcClassFile
           END-IF.
       FindClassItem.
           MOVE 0 TO FoundItemIdx.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITProdName(ItemIdx) = AbProdName
                       AND ITSizeType(ItemIdx) = AbSizeType
                   MOVE ItemIdx TO FoundItemIdx
               END-IF
           END-PERFORM.
      * Usage is valued at the moving average cost; the catalog cost is
      * used for items never received at a cost.
       LoadUsageCosts.
           OPEN INPUT AvgCostFile.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               MOVE ITProdName(ItemIdx) TO AcProdName
               MOVE ITSizeType(ItemIdx) TO AcSizeType
               READ AvgCostFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AcAvgCost > 0
                           MOVE AcAvgCost TO ITUnitCost(ItemIdx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AvgCostFile.
       ScanLedgerMonths.
           MOVE BizYear TO WorkYear.
           MOVE BizMonth TO WorkMonth.
           PERFORM ScanOneLedgerMonth
               VARYING MonthIdx FROM 1 BY 1
               UNTIL MonthIdx > UsageMonths.
      * Issues to orders are the usage. Stock allocated and then given
      * back by a cancellation or a short shipment was never used, so
      * those receipts come off again.
       ScanOneLedgerMonth.
           COMPUTE WorkYYYYMM = WorkYear * 100 + WorkMonth.
           MOVE SPACES TO LedgerFileName.
           STRING "invl" WorkYYYYMM ".dat"
               DELIMITED BY SIZE INTO LedgerFileName
           END-STRING.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT LedgerFile.
           IF LedgerFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ LedgerFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM AddLedgerUsage
               END-IF
           END-PERFORM.
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "10"
               CLOSE LedgerFile
           END-IF.
           IF WorkMonth = 1
               MOVE 12 TO WorkMonth
               SUBTRACT 1 FROM WorkYear
           ELSE
               SUBTRACT 1 FROM WorkMonth
           END-IF.
       AddLedgerUsage.
           MOVE 0 TO FoundItemIdx.
           IF MvType = 'I'
                   OR (MvType = 'R' AND (MvReason = "CANCEL"
                       OR MvReason = "SHORTSHIP"))
               PERFORM VARYING ItemIdx FROM 1 BY 1
                       UNTIL ItemIdx > ItemCount
                   IF ITProdName(ItemIdx) = MvProdName
                           AND ITSizeType(ItemIdx) = MvSizeType
                       MOVE ItemIdx TO FoundItemIdx
                   END-IF
               END-PERFORM
           END-IF.
           IF FoundItemIdx > 0
               IF MvType = 'I'
                   ADD MvQuantity TO ITUsageQty(FoundItemIdx)
               ELSE
                   SUBTRACT MvQuantity FROM ITUsageQty(FoundItemIdx)
               END-IF
           END-IF.
      * Items are taken in descending order of usage value. An item is
      * class A while the value ranked above it is still short of the
      * A cutoff, class B while short of the B cutoff, and class C
      * otherwise. Items with no usage are always class C.
       AssignClasses.
           COMPUTE ACutValue = TotalUsageValue * ACutPct / 100.
           COMPUTE BCutValue = TotalUsageValue * BCutPct / 100.
           MOVE 0 TO CumUsageValue.
           INITIALIZE ClassCounts.
           PERFORM VARYING RankIdx FROM 1 BY 1
                   UNTIL RankIdx > ItemCount
               PERFORM FindNextRanked
               EVALUATE TRUE
                   WHEN ITUsageValue(BestIdx) = 0
                       MOVE 'C' TO ITClass(BestIdx)
                   WHEN CumUsageValue < ACutValue
                       MOVE 'A' TO ITClass(BestIdx)
                   WHEN CumUsageValue < BCutValue
                       MOVE 'B' TO ITClass(BestIdx)
                   WHEN OTHER
                       MOVE 'C' TO ITClass(BestIdx)
               END-EVALUATE
               ADD ITUsageValue(BestIdx) TO CumUsageValue
               MOVE 'Y' TO ITRankedFlag(BestIdx)
           END-PERFORM.
       FindNextRanked.
           MOVE 0 TO BestIdx.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITRankedFlag(ItemIdx) = 'N'
                   IF BestIdx = 0
                       MOVE ItemIdx TO BestIdx
                   ELSE
                       IF ITUsageValue(ItemIdx)
                               > ITUsageValue(BestIdx)
                           MOVE ItemIdx TO BestIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       SaveClasses.
           OPEN OUTPUT AbcClassFile.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               MOVE ITProdName(ItemIdx) TO AbProdName
               MOVE ITSizeType(ItemIdx) TO AbSizeType
               MOVE ITClass(ItemIdx) TO AbClass
               MOVE ITPriorClass(ItemIdx) TO AbPriorClass
               MOVE ITUsageQty(ItemIdx) TO AbUsageQty
               MOVE ITUsageValue(ItemIdx) TO AbUsageValue
               MOVE ITLastCount(ItemIdx) TO AbLastCount
               MOVE BusinessDate TO AbClassDate
               WRITE AbcClassData
           END-PERFORM.
           CLOSE AbcClassFile.
       WriteClassReport.
           OPEN OUTPUT ClassListFile.
           MOVE SPACES TO ClassListLine.
           STRING "ABC CLASSIFICATION AS OF " BusinessDate
               " - USAGE OVER " UsageMonths " MONTHS"
               DELIMITED BY SIZE INTO ClassListLine
           END-STRING.
           WRITE ClassListLine.
           MOVE SPACES TO ClassListLine.
           WRITE ClassListLine.
           MOVE "CLASS CHANGES" TO ClassListLine.
           WRITE ClassListLine.
           MOVE "PRODUCT    S WAS NOW     QTY  USAGE VALUE"
               TO ClassListLine.
           WRITE ClassListLine.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               PERFORM TallyOneItem
               IF ITClass(ItemIdx) NOT = ITPriorClass(ItemIdx)
                   PERFORM WriteClassChange
               END-IF
           END-PERFORM.
           IF ChangedCount = 0
               MOVE "  NONE" TO ClassListLine
               WRITE ClassListLine
           END-IF.
           MOVE SPACES TO ClassListLine.
           WRITE ClassListLine.
           MOVE "OVERDUE FOR COUNTING" TO ClassListLine.
           WRITE ClassListLine.
           MOVE "PRODUCT    S CLASS LAST CNT     DAYS  EVERY"
               TO ClassListLine.
           WRITE ClassListLine.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               PERFORM CheckCountOverdue
           END-PERFORM.
           IF OverdueCount = 0
               MOVE "  NONE" TO ClassListLine
               WRITE ClassListLine
           END-IF.
           MOVE SPACES TO ClassListLine.
           WRITE ClassListLine.
           PERFORM VARYING ClassIdx FROM 1 BY 1 UNTIL ClassIdx > 3
               MOVE ClassItems(ClassIdx) TO ReportItems
               MOVE ClassValue(ClassIdx) TO ReportTotal
               MOVE SPACES TO ClassListLine
               STRING "CLASS " ClassLetters(ClassIdx:1)
                   " ITEMS " ReportItems
                   "  USAGE VALUE " ReportTotal
                   DELIMITED BY SIZE INTO ClassListLine
               END-STRING
               WRITE ClassListLine
           END-PERFORM.
           MOVE TotalUsageValue TO ReportTotal.
           MOVE SPACES TO ClassListLine.
           STRING "ALL ITEMS     " ItemCount
               "  USAGE VALUE " ReportTotal
               DELIMITED BY SIZE INTO ClassListLine
           END-STRING.
           WRITE ClassListLine.
           CLOSE ClassListFile.
       TallyOneItem.
           EVALUATE ITClass(ItemIdx)
               WHEN 'A' MOVE 1 TO ClassIdx
               WHEN 'B' MOVE 2 TO ClassIdx
               WHEN OTHER MOVE 3 TO ClassIdx
           END-EVALUATE.
           ADD 1 TO ClassItems(ClassIdx).
           ADD ITUsageValue(ItemIdx) TO ClassValue(ClassIdx).
       WriteClassChange.
           ADD 1 TO ChangedCount.
           MOVE ITUsageQty(ItemIdx) TO ReportQty.
           MOVE ITUsageValue(ItemIdx) TO ReportValue.
           MOVE SPACES TO ClassListLine.
           STRING ITProdName(ItemIdx) " " ITSizeType(ItemIdx) "  "
               ITPriorClass(ItemIdx) "   " ITClass(ItemIdx) "  "
               ReportQty " " ReportValue
               DELIMITED BY SIZE INTO ClassListLine
           END-STRING.
           WRITE ClassListLine.
      * Overdue under the new class: never counted, or last counted
      * longer ago than the class frequency allows.
       CheckCountOverdue.
           EVALUATE ITClass(ItemIdx)
               WHEN 'A' MOVE AFreqDays TO FreqDays
               WHEN 'B' MOVE BFreqDays TO FreqDays
               WHEN OTHER MOVE CFreqDays TO FreqDays
           END-EVALUATE.
           IF ITLastCount(ItemIdx) = ZEROS
               ADD 1 TO OverdueCount
               MOVE "NEVER" TO ReportLastCount
               MOVE SPACES TO ClassListLine
               STRING ITProdName(ItemIdx) " " ITSizeType(ItemIdx) "   "
                   ITClass(ItemIdx) "   " ReportLastCount
                   "             " FreqDays
                   DELIMITED BY SIZE INTO ClassListLine
               END-STRING
               WRITE ClassListLine
           ELSE
               COMPUTE DaysSinceCount = BizDateInt
                   - FUNCTION INTEGER-OF-DATE(ITLastCount(ItemIdx))
               IF DaysSinceCount > FreqDays
                   ADD 1 TO OverdueCount
                   MOVE ITLastCount(ItemIdx) TO ReportLastCount
                   MOVE DaysSinceCount TO ReportDays
                   MOVE SPACES TO ClassListLine
                   STRING ITProdName(ItemIdx) " " ITSizeType(ItemIdx)
                       "   " ITClass(ItemIdx) "   " ReportLastCount
                       "  " ReportDays "    " FreqDays
                       DELIMITED BY SIZE INTO ClassListLine
                   END-STRING
                   WRITE ClassListLine
               END-IF
           END-IF.
