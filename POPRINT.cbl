       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPRINT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL POFile ASSIGN TO "pofile.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoNum.
              SELECT OPTIONAL VendorFile ASSIGN TO "vendor.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VnVendorID.
              SELECT POSortWork ASSIGN TO "posort.tmp".
              SELECT POSortedFile ASSIGN TO "podoc.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SortedStatus.
              SELECT PODocFile ASSIGN TO "podoc.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  POFile.
       01  POData.
               02  PoNum              PIC 9(6).
               02  PoProdName         PIC X(10).
               02  PoSizeType         PIC A.
               02  PoQty              PIC 9(5).
               02  PoRecvQty          PIC 9(5).
               02  PoDate             PIC 9(8).
               02  PoStatus           PIC X.
                   88  PoSuggested    VALUE 'S'.
                   88  PoConfirmed    VALUE 'C'.
                   88  PoReceived     VALUE 'R'.
                   88  PoCancelled    VALUE 'X'.
               02  PoVendorID         PIC X(6).
               02  PoVendorItem       PIC X(15).
               02  PoUnitPrice        PIC 9(5)V99.
               02  PoPromiseDate      PIC 9(8).
               02  PoPrintFlag        PIC X.
                   88  PoPrinted      VALUE 'Y'.
               02  PoInvQty           PIC 9(5).
       FD  VendorFile.
       01  VendorData.
               02  VnVendorID         PIC X(6).
               02  VnName             PIC X(25).
               02  VnAddress          PIC X(30).
               02  VnCity             PIC X(15).
               02  VnPostCode         PIC X(10).
               02  VnPhone            PIC X(15).
               02  VnTermsDays        PIC 9(3).
               02  VnDiscDays         PIC 9(3).
               02  VnDiscRate         PIC V999.
               02  VnRemitName        PIC X(25).
               02  VnRemitAddress     PIC X(30).
               02  VnRemitCity        PIC X(15).
               02  VnRemitPostCode    PIC X(10).
               02  VnStatus           PIC X.
                   88  VnActive       VALUE SPACE.
                   88  VnOnHold       VALUE 'H'.
                   88  VnInactive     VALUE 'I'.
               02  VnUpdDate          PIC 9(8).
               02  VnOperator         PIC X(8).
               02  VnPayMethod        PIC X.
                   88  VnPaysByCheck  VALUES SPACE, 'C'.
                   88  VnPaysByACH    VALUE 'A'.
               02  VnBankRouting      PIC 9(9).
               02  VnBankAccount      PIC X(17).
       SD  POSortWork.
       01  POSortRecord.
               02  SpNum              PIC 9(6).
               02  FILLER             PIC X(30).
               02  SpVendorID         PIC X(6).
               02  FILLER             PIC X(22).
               02  SpPromiseDate      PIC 9(8).
               02  FILLER             PIC X(6).
       FD  POSortedFile.
       01  POSortedData.
               02  PsNum              PIC 9(6).
               02  PsProdName         PIC X(10).
               02  PsSizeType         PIC A.
               02  PsQty              PIC 9(5).
               02  PsRecvQty          PIC 9(5).
               02  PsDate             PIC 9(8).
               02  PsStatus           PIC X.
                   88  PsSuggested    VALUE 'S'.
                   88  PsConfirmed    VALUE 'C'.
               02  PsVendorID         PIC X(6).
               02  PsVendorItem       PIC X(15).
               02  PsUnitPrice        PIC 9(5)V99.
               02  PsPromiseDate      PIC 9(8).
               02  PsPrintFlag        PIC X.
                   88  PsPrinted      VALUE 'Y'.
               02  PsInvQty           PIC 9(5).
       FD  PODocFile.
       01  PODocLine                  PIC X(80).
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
       01  SortedStatus               PIC XX.
       01  EndOfFileFlag              PIC X.
       01  VendorFoundFlag            PIC X.
       01  DocOpenFlag                PIC X VALUE 'N'.
       01  HoldVendorID               PIC X(6).
       01  LineValue                  PIC 9(9)V99.
       01  DocTotal                   PIC 9(9)V99.
       01  DocCount                   PIC 9(4) VALUE 0.
       01  PrintedCount               PIC 9(4) VALUE 0.
       01  HeldCount                  PIC 9(4) VALUE 0.
       01  ReportQty                  PIC ZZZZ9.
       01  ReportPrice                PIC ZZZZ9.99.
       01  ReportValue                PIC ZZZZZZZ9.99.
       01  ReportDate                 PIC X(10).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "PURCHASE ORDER PRINT".
           SORT POSortWork ON ASCENDING KEY SpVendorID SpNum
               USING POFile
               GIVING POSortedFile.
           OPEN INPUT POSortedFile.
           OPEN I-O POFile.
           OPEN INPUT VendorFile.
           OPEN OUTPUT PODocFile.
           MOVE SPACES TO HoldVendorID.
           MOVE 'N' TO EndOfFileFlag.
           IF SortedStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ POSortedFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND PsConfirmed AND NOT PsPrinted
                       AND PsVendorID NOT = SPACES
                   PERFORM PrintOnePO
               END-IF
           END-PERFORM.
           IF DocOpenFlag = 'Y'
               PERFORM FinishDocument
           END-IF.
           IF SortedStatus = "00" OR SortedStatus = "10"
               CLOSE POSortedFile
           END-IF.
           CLOSE POFile.
           CLOSE VendorFile.
           CLOSE PODocFile.
           DISPLAY "Vendor Documents : " DocCount.
           DISPLAY "POs Printed      : " PrintedCount.
           DISPLAY "POs Held         : " HeldCount.
           IF HeldCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PURCHASE ORDER PRINT".
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
      * One document per vendor carries all of its confirmed POs not
      * yet sent. A vendor put on hold or made inactive after the PO
      * was confirmed is not sent anything; its POs stay unprinted for
      * the buyer to move in POREVIEW or to release when the hold is
      * lifted.
       PrintOnePO.
           IF PsVendorID NOT = HoldVendorID
               IF DocOpenFlag = 'Y'
                   PERFORM FinishDocument
               END-IF
               MOVE PsVendorID TO HoldVendorID
               MOVE PsVendorID TO VnVendorID
               MOVE 'Y' TO VendorFoundFlag
               READ VendorFile
                   INVALID KEY MOVE 'N' TO VendorFoundFlag
               END-READ
               IF VendorFoundFlag = 'Y' AND VnActive
                   PERFORM StartDocument
               ELSE
                   DISPLAY "WARNING: vendor " PsVendorID
                       " not active - POs held"
               END-IF
           END-IF.
           IF DocOpenFlag = 'Y'
               PERFORM PrintPOLine
               PERFORM MarkPOPrinted
           ELSE
               ADD 1 TO HeldCount
           END-IF.
       StartDocument.
           MOVE 'Y' TO DocOpenFlag.
           MOVE ZEROS TO DocTotal.
           MOVE SPACES TO PODocLine.
           IF DocCount > 0
               WRITE PODocLine AFTER ADVANCING PAGE
           ELSE
               WRITE PODocLine
           END-IF.
           ADD 1 TO DocCount.
           STRING BizMonth "/" BizDay "/" BizYear
               DELIMITED BY SIZE INTO ReportDate
           END-STRING.
           MOVE SPACES TO PODocLine.
           STRING "PURCHASE ORDER                    Date " ReportDate
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           STRING "To : " VnName "  (" VnVendorID ")"
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           STRING "     " VnAddress
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           STRING "     " VnCity " " VnPostCode
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           STRING "Terms : Net " VnTermsDays " Days"
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           STRING "PO No. Your Item       Our Item     Qty    Price"
               "       Value Promised"
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
       PrintPOLine.
           COMPUTE LineValue = PsQty * PsUnitPrice.
           ADD LineValue TO DocTotal.
           MOVE PsQty TO ReportQty.
           MOVE PsUnitPrice TO ReportPrice.
           MOVE LineValue TO ReportValue.
           MOVE SPACES TO PODocLine.
           STRING PsNum " " PsVendorItem " " PsProdName " "
               PsSizeType " " ReportQty " " ReportPrice " "
               ReportValue " " PsPromiseDate
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
       FinishDocument.
           MOVE DocTotal TO ReportValue.
           MOVE SPACES TO PODocLine.
           WRITE PODocLine.
           MOVE SPACES TO PODocLine.
           STRING "Order Total                                  "
               ReportValue
               DELIMITED BY SIZE INTO PODocLine
           END-STRING.
           WRITE PODocLine.
           MOVE 'N' TO DocOpenFlag.
       MarkPOPrinted.
           MOVE PsNum TO PoNum.
           READ POFile
               INVALID KEY
                   DISPLAY "WARNING: PO " PsNum " not on file"
               NOT INVALID KEY
                   SET PoPrinted TO TRUE
                   REWRITE POData
                       INVALID KEY
                           DISPLAY "WARNING: PO " PoNum
                               " not marked printed"
                       NOT INVALID KEY
                           ADD 1 TO PrintedCount
                   END-REWRITE
           END-READ.
