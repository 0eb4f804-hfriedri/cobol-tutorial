       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT InventoryFile ASSIGN TO "inventory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvFileStatus.
              SELECT ExpiryListFile ASSIGN TO "exprpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  InventoryFile.
       01  InventoryData.
               02  InvProdName        PIC X(10).
               02  InvSizeType        PIC A.
               02  InvQuantity        PIC 9(5).
               02  InvLocation        PIC X(4).
               02  InvLotNum          PIC X(10).
               02  InvExpiryDate      PIC 9(8).
       FD  ExpiryListFile.
       01  ExpiryListLine             PIC X(80).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BizDateInt                 PIC 9(7).
       01  InvFileStatus              PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  ExpiryDays                 PIC S9(7).
       01  BucketIdx                  PIC 9.
       01  LineBucket                 PIC 9.
       01  BucketTitles.
               02  FILLER             PIC X(30)
                   VALUE "ALREADY EXPIRED - DO NOT SHIP".
               02  FILLER             PIC X(30)
                   VALUE "EXPIRING WITHIN 30 DAYS".
               02  FILLER             PIC X(30)
                   VALUE "EXPIRING IN 31 TO 60 DAYS".
               02  FILLER             PIC X(30)
                   VALUE "EXPIRING IN 61 TO 90 DAYS".
       01  BucketTitleTable REDEFINES BucketTitles.
               02  BucketTitle        PIC X(30) OCCURS 4 TIMES.
       01  BucketTotals.
               02  BucketLines        PIC 9(5) OCCURS 4 TIMES.
               02  BucketUnits        PIC 9(7) OCCURS 4 TIMES.
       01  ReportDays                 PIC ZZZ9-.
       01  ReportQty                  PIC ZZZZ9.
       01  ReportUnits                PIC ZZZZZZ9.
       01  ReportLines                PIC ZZZZ9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "STOCK EXPIRY REPORT".
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           INITIALIZE BucketTotals.
           OPEN OUTPUT ExpiryListFile.
           MOVE SPACES TO ExpiryListLine.
           STRING "STOCK EXPIRED OR EXPIRING IN THE NEXT 90 DAYS AS OF "
               BusinessDate
               DELIMITED BY SIZE INTO ExpiryListLine
           END-STRING.
           WRITE ExpiryListLine.
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
               PERFORM ListOneBucket
           END-PERFORM.
           PERFORM WriteExpirySummary.
           CLOSE ExpiryListFile.
           DISPLAY "Units Expired     : " BucketUnits(1).
           DISPLAY "Units Within 30   : " BucketUnits(2).
           DISPLAY "Units Within 60   : " BucketUnits(3).
           DISPLAY "Units Within 90   : " BucketUnits(4).
           IF BucketUnits(1) > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF STOCK EXPIRY REPORT".
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
      * One pass of inventory.dat per section so each section lists
      * its lots together. Stock without an expiry date never expires
      * and is left off the report.
       ListOneBucket.
           MOVE SPACES TO ExpiryListLine.
           WRITE ExpiryListLine.
           MOVE BucketTitle(BucketIdx) TO ExpiryListLine.
           WRITE ExpiryListLine.
           MOVE SPACES TO ExpiryListLine.
           STRING "  LOC  PRODUCT    S LOT        EXPIRES  DAYS    QTY"
               DELIMITED BY SIZE INTO ExpiryListLine
           END-STRING.
           WRITE ExpiryListLine.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT InventoryFile.
           IF InvFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ InventoryFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND InvQuantity > 0
                       AND InvExpiryDate IS NUMERIC
                       AND InvExpiryDate > 0
                   PERFORM CheckOneLot
               END-IF
           END-PERFORM.
           IF InvFileStatus = "00" OR InvFileStatus = "10"
               CLOSE InventoryFile
           END-IF.
           IF BucketLines(BucketIdx) = 0
               MOVE "  NONE" TO ExpiryListLine
               WRITE ExpiryListLine
           END-IF.
      * A lot is expired on its expiry date, the same rule ALLOC uses
      * when it refuses to allocate the lot.
       CheckOneLot.
           COMPUTE ExpiryDays =
               FUNCTION INTEGER-OF-DATE(InvExpiryDate) - BizDateInt.
           EVALUATE TRUE
               WHEN ExpiryDays <= 0
                   MOVE 1 TO LineBucket
               WHEN ExpiryDays <= 30
                   MOVE 2 TO LineBucket
               WHEN ExpiryDays <= 60
                   MOVE 3 TO LineBucket
               WHEN ExpiryDays <= 90
                   MOVE 4 TO LineBucket
               WHEN OTHER
                   MOVE 0 TO LineBucket
           END-EVALUATE.
           IF LineBucket = BucketIdx
               PERFORM WriteLotLine
           END-IF.
       WriteLotLine.
           ADD 1 TO BucketLines(BucketIdx).
           ADD InvQuantity TO BucketUnits(BucketIdx).
           IF InvLocation = SPACES
               MOVE "MAIN" TO InvLocation
           END-IF.
           MOVE ExpiryDays TO ReportDays.
           MOVE InvQuantity TO ReportQty.
           MOVE SPACES TO ExpiryListLine.
           STRING "  " InvLocation " " InvProdName " " InvSizeType " "
               InvLotNum " " InvExpiryDate " " ReportDays " "
               ReportQty
               DELIMITED BY SIZE INTO ExpiryListLine
           END-STRING.
           WRITE ExpiryListLine.
       WriteExpirySummary.
           MOVE SPACES TO ExpiryListLine.
           WRITE ExpiryListLine.
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
               MOVE BucketLines(BucketIdx) TO ReportLines
               MOVE BucketUnits(BucketIdx) TO ReportUnits
               MOVE SPACES TO ExpiryListLine
               STRING BucketTitle(BucketIdx) " LOTS " ReportLines
                   "  UNITS " ReportUnits
                   DELIMITED BY SIZE INTO ExpiryListLine
               END-STRING
               WRITE ExpiryListLine
           END-PERFORM.
