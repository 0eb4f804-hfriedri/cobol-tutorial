       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT CountFile ASSIGN TO "cyccount.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CountFileStatus.
              SELECT InventoryFile ASSIGN TO "inventory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvFileStatus.
              SELECT AbcClassFile ASSIGN TO "abcclass.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AbcClassStatus.
              SELECT VarianceFile ASSIGN TO "cycvar.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MovementFile ASSIGN TO "invmove.dat"
                  ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  CountFile.
       01  CountData.
               02  CcProdName          PIC X(10).
               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
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
       FD  VarianceFile.
       01  VarianceLine                PIC X(80).
       FD  MovementFile.
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus              PIC XX.
       01  BusinessDate                PIC 9(8).
       01  CountFileStatus             PIC XX.
       01  AbcClassStatus              PIC XX.
       01  InvFileStatus               PIC XX.
       01  EndOfFileFlag               PIC X VALUE 'N'.
       01  InvEOFFlag                  PIC X.
       01  PostedItems                 PIC 9(4) VALUE 0.
       01  ApproveReply                PIC X.
       01  VarianceDisp                PIC ZZZZZ9-.
       01  ClassEOFFlag                PIC X.
       01  ClassTableFull              PIC X VALUE 'N'.
       01  ClassIdx                    PIC 9(3).
       01  FoundClassIdx               PIC 9(3).
       01  ClassTable.
               02  ClassCount          PIC 9(3) VALUE 0.
               02  ClassEntry          OCCURS 1 TO 500 TIMES
                                       DEPENDING ON ClassCount.
                   03  CTClassData     PIC X(47).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "CYCLE COUNT VARIANCE AND POSTING".
           OPEN INPUT CountFile.
           IF CountFileStatus NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadItemClasses.
           OPEN OUTPUT VarianceFile.
           OPEN EXTEND MovementFile.
           MOVE "CYCLE COUNT VARIANCE REPORT" TO VarianceLine.
               IF EndOfFileFlag = 'N'
                   ADD 1 TO CountedItems
                   PERFORM CompareOneCount
                   PERFORM NoteItemCounted
               END-IF
           END-PERFORM.
           CLOSE CountFile.
           CLOSE VarianceFile.
           CLOSE MovementFile.
           PERFORM SaveItemClasses.
           DISPLAY "Items Counted     : " CountedItems
           DISPLAY "Items at Variance : " VarianceItems
           DISPLAY "Variances Posted  : " PostedItems
           DISPLAY "Report Written to cycvar.lst"
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
      * The count date of every item counted is kept on abcclass.dat so
      * CYCCNT knows when the item is next due. An item not yet
      * classified is added unclassified for ABCCLASS to pick up.
       LoadItemClasses.
           MOVE 0 TO ClassCount.
           MOVE 'N' TO ClassEOFFlag.
           OPEN INPUT AbcClassFile.
           IF AbcClassStatus NOT = "00"
               MOVE 'Y' TO ClassEOFFlag
           END-IF.
           PERFORM UNTIL ClassEOFFlag = 'Y'
               READ AbcClassFile
                   AT END MOVE 'Y' TO ClassEOFFlag
               END-READ
               IF ClassEOFFlag = 'N'
                   IF ClassCount < 500
                       ADD 1 TO ClassCount
                       MOVE AbcClassData TO CTClassData(ClassCount)
                   ELSE
                       MOVE 'Y' TO ClassTableFull
                   END-IF
               END-IF
           END-PERFORM.
           IF AbcClassStatus = "00" OR AbcClassStatus = "10"
               CLOSE AbcClassFile
           END-IF.
           IF ClassTableFull = 'Y'
               DISPLAY "WARNING: abcclass.dat exceeds table - "
                   "count dates not recorded"
               MOVE 4 TO RETURN-CODE
           END-IF.
       NoteItemCounted.
           MOVE 0 TO FoundClassIdx.
           PERFORM VARYING ClassIdx FROM 1 BY 1
                   UNTIL ClassIdx > ClassCount
               MOVE CTClassData(ClassIdx) TO AbcClassData
               IF AbProdName = CcProdName AND AbSizeType = CcSizeType
                   MOVE ClassIdx TO FoundClassIdx
               END-IF
           END-PERFORM.
           IF FoundClassIdx > 0
               MOVE CTClassData(FoundClassIdx) TO AbcClassData
           ELSE
               IF ClassCount < 500
                   ADD 1 TO ClassCount
                   MOVE ClassCount TO FoundClassIdx
                   MOVE SPACES TO AbcClassData
                   MOVE CcProdName TO AbProdName
                   MOVE CcSizeType TO AbSizeType
                   MOVE ZEROS TO AbUsageQty
                   MOVE ZEROS TO AbUsageValue
                   MOVE ZEROS TO AbClassDate
               ELSE
                   MOVE 'Y' TO ClassTableFull
               END-IF
           END-IF.
           IF FoundClassIdx > 0
               MOVE BusinessDate TO AbLastCount
               MOVE AbcClassData TO CTClassData(FoundClassIdx)
           END-IF.
       SaveItemClasses.
           IF ClassTableFull = 'N' AND ClassCount > 0
               OPEN OUTPUT AbcClassFile
               PERFORM VARYING ClassIdx FROM 1 BY 1
                       UNTIL ClassIdx > ClassCount
                   MOVE CTClassData(ClassIdx) TO AbcClassData
                   WRITE AbcClassData
               END-PERFORM
               CLOSE AbcClassFile
           END-IF.
       CompareOneCount.
           PERFORM FindSystemQuantity.
           COMPUTE VarianceQty = CcCountedQty - SystemQty.
           MOVE ZEROS TO MvUnitCost.
           MOVE "MAIN" TO MvLocation.
           MOVE SPACES TO MvToLocation.
           MOVE SPACES TO MvLotNum.
           MOVE ZEROS TO MvExpiryDate.
           WRITE MovementData.
           ADD 1 TO PostedItems.
           DISPLAY "Adjustment Queued for Movement Posting".
