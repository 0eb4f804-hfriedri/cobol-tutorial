       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOPEN.
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
              SELECT POSortedFile ASSIGN TO "poopen.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SortedStatus.
              SELECT OpenPOListFile ASSIGN TO "poopen.lst"
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
       FD  OpenPOListFile.
       01  OpenPOListLine             PIC X(100).
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
       01  FirstVendorFlag            PIC X VALUE 'Y'.
       01  HoldVendorID               PIC X(6).
       01  OpenQty                    PIC 9(5).
       01  OpenValue                  PIC 9(9)V99.
       01  VendorOpenValue            PIC 9(9)V99.
       01  VendorPOCount              PIC 9(5).
       01  TotalOpenValue             PIC 9(9)V99 VALUE 0.
       01  OpenPOCount                PIC 9(5) VALUE 0.
       01  LatePOCount                PIC 9(5) VALUE 0.
       01  LateFlag                   PIC X(4).
       01  ReportQty                  PIC ZZZZ9.
       01  ReportRecv                 PIC ZZZZ9.
       01  ReportOpen                 PIC ZZZZ9.
       01  ReportPrice                PIC ZZZZ9.99.
       01  ReportValue                PIC ZZZZZZZ9.99.
       01  ReportCount                PIC ZZZZ9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "OPEN PURCHASE ORDERS BY VENDOR".
           SORT POSortWork ON ASCENDING KEY SpVendorID SpPromiseDate
                                            SpNum
               USING POFile
               GIVING POSortedFile.
           OPEN INPUT POSortedFile.
           OPEN INPUT VendorFile.
           OPEN OUTPUT OpenPOListFile.
           MOVE SPACES TO OpenPOListLine.
           STRING "OPEN PURCHASE ORDERS BY VENDOR AND PROMISED DATE "
               "AS OF " BusinessDate
               DELIMITED BY SIZE INTO OpenPOListLine
           END-STRING.
           WRITE OpenPOListLine.
           MOVE SPACES TO OpenPOListLine.
           WRITE OpenPOListLine.
           MOVE 'N' TO EndOfFileFlag.
           IF SortedStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ POSortedFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND PsConfirmed
                       AND PsRecvQty < PsQty
                   PERFORM ReportOnePO
               END-IF
           END-PERFORM.
           IF FirstVendorFlag = 'N'
               PERFORM WriteVendorTotal
           END-IF.
           MOVE TotalOpenValue TO ReportValue.
           MOVE OpenPOCount TO ReportCount.
           MOVE SPACES TO OpenPOListLine.
           STRING "ALL VENDORS   Open POs " ReportCount
               "   Open Value " ReportValue
               DELIMITED BY SIZE INTO OpenPOListLine
           END-STRING.
           WRITE OpenPOListLine.
           MOVE LatePOCount TO ReportCount.
           MOVE SPACES TO OpenPOListLine.
           STRING "              Past Promised Date " ReportCount
               DELIMITED BY SIZE INTO OpenPOListLine
           END-STRING.
           WRITE OpenPOListLine.
           IF SortedStatus = "00" OR SortedStatus = "10"
               CLOSE POSortedFile
           END-IF.
           CLOSE VendorFile.
           CLOSE OpenPOListFile.
           DISPLAY "Open POs          : " OpenPOCount.
           DISPLAY "Past Promised Date: " LatePOCount.
           IF LatePOCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF OPEN PURCHASE ORDER REPORT".
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
      * A confirmed PO stays open until fully received; the open
      * quantity is valued at the PO price.
       ReportOnePO.
           IF FirstVendorFlag = 'Y' OR PsVendorID NOT = HoldVendorID
               IF FirstVendorFlag = 'N'
                   PERFORM WriteVendorTotal
               END-IF
               MOVE 'N' TO FirstVendorFlag
               PERFORM StartVendorGroup
           END-IF.
           COMPUTE OpenQty = PsQty - PsRecvQty.
           COMPUTE OpenValue = OpenQty * PsUnitPrice.
           ADD OpenValue TO VendorOpenValue.
           ADD OpenValue TO TotalOpenValue.
           ADD 1 TO VendorPOCount.
           ADD 1 TO OpenPOCount.
           MOVE SPACES TO LateFlag.
           IF PsPromiseDate > 0 AND PsPromiseDate < BusinessDate
               MOVE "LATE" TO LateFlag
               ADD 1 TO LatePOCount
           END-IF.
           MOVE PsQty TO ReportQty.
           MOVE PsRecvQty TO ReportRecv.
           MOVE OpenQty TO ReportOpen.
           MOVE PsUnitPrice TO ReportPrice.
           MOVE OpenValue TO ReportValue.
           MOVE SPACES TO OpenPOListLine.
           STRING "  " PsPromiseDate " " PsNum " " PsProdName " "
               PsSizeType " " ReportQty " " ReportRecv " "
               ReportOpen " " ReportPrice " " ReportValue " "
               PsDate " " LateFlag
               DELIMITED BY SIZE INTO OpenPOListLine
           END-STRING.
           WRITE OpenPOListLine.
       StartVendorGroup.
           MOVE PsVendorID TO HoldVendorID.
           MOVE ZEROS TO VendorOpenValue.
           MOVE ZEROS TO VendorPOCount.
           MOVE PsVendorID TO VnVendorID.
           MOVE SPACES TO VnName.
           IF PsVendorID = SPACES
               MOVE "*NO VENDOR*" TO VnName
           ELSE
               READ VendorFile
                   INVALID KEY MOVE "*NOT ON FILE*" TO VnName
               END-READ
           END-IF.
           MOVE SPACES TO OpenPOListLine.
           STRING "VENDOR " PsVendorID " " VnName
               DELIMITED BY SIZE INTO OpenPOListLine
           END-STRING.
           WRITE OpenPOListLine.
           MOVE SPACES TO OpenPOListLine.
           STRING "  PROMISED PO NO. PRODUCT      ORDRD  RECVD  "
               "OPEN    PRICE  OPEN VALUE  ORDERED"
               DELIMITED BY SIZE INTO OpenPOListLine
           END-STRING.
           WRITE OpenPOListLine.
       WriteVendorTotal.
           MOVE VendorOpenValue TO ReportValue.
           MOVE VendorPOCount TO ReportCount.
           MOVE SPACES TO OpenPOListLine.
           STRING "  VENDOR TOTAL Open POs " ReportCount
               "   Open Value " ReportValue
               DELIMITED BY SIZE INTO OpenPOListLine
           END-STRING.
           WRITE OpenPOListLine.
           MOVE SPACES TO OpenPOListLine.
           WRITE OpenPOListLine.
