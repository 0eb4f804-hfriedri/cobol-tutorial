       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT CatalogFile ASSIGN TO "prodcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatFileStatus.
              SELECT InventoryFile ASSIGN TO "inventory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvFileStatus.
              SELECT AbcParmFile ASSIGN TO "abcparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AbcParmStatus.
              SELECT AbcClassFile ASSIGN TO "abcclass.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AbcClassStatus.
              SELECT WorksheetFile ASSIGN TO "cyccount.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName         PIC X(10).
               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
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
       FD  WorksheetFile.
       01  WorksheetLine               PIC X(60).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus              PIC XX.
       01  BusinessDate                PIC 9(8).
       01  BizDateInt                  PIC 9(7).
       01  CatFileStatus               PIC XX.
       01  AbcParmStatus               PIC XX.
       01  AbcClassStatus              PIC XX.
       01  InvFileStatus               PIC XX.
       01  EndOfFileFlag               PIC X.
       01  LineCount                   PIC 9(4) VALUE 0.
       01  SystemQty                   PIC 9(5).
       01  InvEOFFlag                  PIC X.
       01  ClassFileFound              PIC X VALUE 'N'.
       01  SkippedCount                PIC 9(4) VALUE 0.
       01  AFreqDays                   PIC 9(3).
       01  BFreqDays                   PIC 9(3).
       01  CFreqDays                   PIC 9(3).
       01  FreqDays                    PIC 9(3).
       01  DaysSinceCount              PIC 9(7).
       01  ItemClass                   PIC X.
       01  ItemLastCount               PIC 9(8).
       01  ReportLastCount             PIC X(8).
       01  CountDueFlag                PIC X.
       01  ClassIdx                    PIC 9(3).
       01  ClassTable.
               02  ClassCount          PIC 9(3) VALUE 0.
               02  ClassEntry          OCCURS 1 TO 500 TIMES
                                       DEPENDING ON ClassCount.
                   03  CTProdName      PIC X(10).
                   03  CTSizeType      PIC A.
                   03  CTClass         PIC X.
                   03  CTLastCount     PIC 9(8).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "CYCLE COUNT WORKSHEET GENERATION".
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadCountFrequencies.
           PERFORM LoadItemClasses.
           OPEN INPUT CatalogFile.
           IF CatFileStatus NOT = "00"
               DISPLAY "ERROR: prodcat.dat not found - run abandoned"
               STOP RUN
           END-IF.
           OPEN OUTPUT WorksheetFile.
           MOVE SPACES TO WorksheetLine.
           STRING "CYCLE COUNT WORKSHEET - ITEMS DUE " BusinessDate
               DELIMITED BY SIZE INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.
           MOVE "PRODUCT    SZ  CL LAST CNT  SYSTEM   COUNTED"
               TO WorksheetLine.
           WRITE WorksheetLine.
           MOVE 'N' TO EndOfFileFlag.
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM CheckCountDue
                   IF CountDueFlag = 'Y'
                       PERFORM WriteOneWorksheetLine
                   ELSE
                       ADD 1 TO SkippedCount
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CatalogFile.
           CLOSE WorksheetFile.
           DISPLAY "Worksheet Lines : " LineCount
           DISPLAY "Not Yet Due     : " SkippedCount
           DISPLAY "Worksheet Written to cyccount.lst"
           STOP RUN.
       WriteOneWorksheetLine.
           PERFORM FindSystemQuantity.
           ADD 1 TO LineCount.
           MOVE SPACES TO WorksheetLine.
           STRING CatProdName " " CatSizeType "   " ItemClass "  "
               ReportLastCount "  " SystemQty "   __________"
               DELIMITED BY SIZE INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.
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
      * Days between counts for each class, as ABCCLASS applies them
      * when it reports items overdue.
       LoadCountFrequencies.
           MOVE ZEROS TO AbcParmRecord.
           OPEN INPUT AbcParmFile.
           IF AbcParmStatus = "00"
               READ AbcParmFile
                   AT END MOVE ZEROS TO AbcParmRecord
               END-READ
               CLOSE AbcParmFile
           END-IF.
           MOVE 30 TO AFreqDays.
           MOVE 91 TO BFreqDays.
           MOVE 365 TO CFreqDays.
           IF ApAFreqDays IS NUMERIC AND ApAFreqDays > 0
               MOVE ApAFreqDays TO AFreqDays
           END-IF.
           IF ApBFreqDays IS NUMERIC AND ApBFreqDays > 0
               MOVE ApBFreqDays TO BFreqDays
           END-IF.
           IF ApCFreqDays IS NUMERIC AND ApCFreqDays > 0
               MOVE ApCFreqDays TO CFreqDays
           END-IF.
       LoadItemClasses.
           MOVE 0 TO ClassCount.
           MOVE 'N' TO InvEOFFlag.
           OPEN INPUT AbcClassFile.
           IF AbcClassStatus = "00"
               MOVE 'Y' TO ClassFileFound
           ELSE
               DISPLAY "No abcclass.dat - Whole Catalog Is Due"
               MOVE 'Y' TO InvEOFFlag
           END-IF.
           PERFORM UNTIL InvEOFFlag = 'Y'
               READ AbcClassFile
                   AT END MOVE 'Y' TO InvEOFFlag
               END-READ
               IF InvEOFFlag = 'N' AND ClassCount < 500
                   ADD 1 TO ClassCount
                   MOVE AbProdName TO CTProdName(ClassCount)
                   MOVE AbSizeType TO CTSizeType(ClassCount)
                   MOVE AbClass TO CTClass(ClassCount)
                   MOVE ZEROS TO CTLastCount(ClassCount)
                   IF AbLastCount IS NUMERIC
                       MOVE AbLastCount TO CTLastCount(ClassCount)
                   END-IF
               END-IF
           END-PERFORM.
           IF AbcClassStatus = "00" OR AbcClassStatus = "10"
               CLOSE AbcClassFile
           END-IF.
      * An item is due when it has never been counted or its class
      * frequency has run out since the last count. Items not yet
      * classified are counted at the class C frequency.
       CheckCountDue.
           MOVE SPACE TO ItemClass.
           MOVE ZEROS TO ItemLastCount.
           PERFORM VARYING ClassIdx FROM 1 BY 1
                   UNTIL ClassIdx > ClassCount
               IF CTProdName(ClassIdx) = CatProdName
                       AND CTSizeType(ClassIdx) = CatSizeType
                   MOVE CTClass(ClassIdx) TO ItemClass
                   MOVE CTLastCount(ClassIdx) TO ItemLastCount
               END-IF
           END-PERFORM.
           EVALUATE ItemClass
               WHEN 'A' MOVE AFreqDays TO FreqDays
               WHEN 'B' MOVE BFreqDays TO FreqDays
               WHEN OTHER MOVE CFreqDays TO FreqDays
           END-EVALUATE.
           MOVE 'Y' TO CountDueFlag.
           IF ItemLastCount = ZEROS
               MOVE "NEVER" TO ReportLastCount
           ELSE
               MOVE ItemLastCount TO ReportLastCount
               COMPUTE DaysSinceCount = BizDateInt
                   - FUNCTION INTEGER-OF-DATE(ItemLastCount)
               IF DaysSinceCount < FreqDays AND ClassFileFound = 'Y'
                   MOVE 'N' TO CountDueFlag
               END-IF
           END-IF.
       FindSystemQuantity.
           MOVE ZEROS TO SystemQty.
           MOVE 'N' TO InvEOFFlag.
               IF InvEOFFlag = 'N'
                       AND InvProdName = CatProdName
                       AND InvSizeType = CatSizeType
                   ADD InvQuantity TO SystemQty
               END-IF
           END-PERFORM.
           IF InvFileStatus = "00" OR InvFileStatus = "10"
