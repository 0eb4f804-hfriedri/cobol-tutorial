                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoNum.
              SELECT OPTIONAL VendorFile ASSIGN TO "vendor.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VnVendorID.
              SELECT OPTIONAL ProdVendFile ASSIGN TO "prodvend.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ProdVendKey
                  ALTERNATE RECORD KEY IS PvVendorID
                      WITH DUPLICATES.
              SELECT POCtlFile ASSIGN TO "poctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS POCtlStatus.
               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
       FD  BackorderFile.
       01  BackorderData.
               02  BoOrderNum          PIC 9(6).
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
       FD  ProdVendFile.
       01  ProdVendData.
               02  ProdVendKey.
                   03  PvProdName     PIC X(10).
                   03  PvSizeType     PIC A.
                   03  PvVendorID     PIC X(6).
               02  PvVendorItem       PIC X(15).
               02  PvPrice            PIC 9(5)V99.
               02  PvMinQty           PIC 9(5).
               02  PvLeadDays         PIC 9(3).
               02  PvPreferred        PIC X.
                   88  PvIsPreferred  VALUE 'Y'.
       FD  POCtlFile.
       01  POCtlRecord.
               02  PoCtlNextNum       PIC 9(6).
       01  PoDateInt                  PIC 9(7).
       01  PoAgeDays                  PIC S9(7).
       01  StalePODays                PIC 9(3) VALUE 30.
       01  VendorFoundFlag            PIC X.
       01  SourceEOFFlag              PIC X.
       01  SourceFoundFlag            PIC X.
       01  PreferredFoundFlag         PIC X.
       01  ChosenVendorID             PIC X(6).
       01  ChosenVendorItem           PIC X(15).
       01  ChosenPrice                PIC 9(5)V99.
       01  ChosenMinQty               PIC 9(5).
       01  ChosenLeadDays             PIC 9(3).
       01  NoSourceCount              PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
               STOP RUN
           END-IF.
           OPEN I-O POFile.
           OPEN INPUT VendorFile.
           OPEN INPUT ProdVendFile.
           OPEN OUTPUT ExcpFile.
           MOVE "PURCHASING EXCEPTION PAGE" TO ExcpLine.
           WRITE ExcpLine.
           CLOSE ReorderFile.
           PERFORM ReportStalePOs.
           CLOSE POFile.
           CLOSE VendorFile.
           CLOSE ProdVendFile.
           CLOSE ExcpFile.
           DISPLAY "POs Suggested : " SuggestedCount
           DISPLAY "No Vendor     : " NoSourceCount
           DISPLAY "Exceptions    : " ExcpCount
           IF ExcpCount > 0
               MOVE 4 TO RETURN-CODE
               COMPUTE SuggestQty =
                   RoOrderUpTo - NetPosition
               IF SuggestQty > 0
                   PERFORM ChooseVendorSource
                   IF SuggestQty < ChosenMinQty
                       MOVE ChosenMinQty TO SuggestQty
                   END-IF
                   PERFORM WriteSuggestedPO
               END-IF
           END-IF.
                   SUBTRACT PoRecvQty FROM OpenPOQty
               END-IF
           END-PERFORM.
      * The product's preferred vendor is used while it is active;
      * otherwise the cheapest active source. A product with no active
      * source is still suggested, without a vendor, for the buyer to
      * place in POREVIEW, and is listed as an exception.
       ChooseVendorSource.
           MOVE 'N' TO SourceFoundFlag.
           MOVE 'N' TO PreferredFoundFlag.
           MOVE SPACES TO ChosenVendorID.
           MOVE SPACES TO ChosenVendorItem.
           MOVE ZEROS TO ChosenPrice.
           MOVE ZEROS TO ChosenMinQty.
           MOVE ZEROS TO ChosenLeadDays.
           MOVE RoProdName TO PvProdName.
           MOVE RoSizeType TO PvSizeType.
           MOVE LOW-VALUES TO PvVendorID.
           MOVE 'N' TO SourceEOFFlag.
           START ProdVendFile KEY IS NOT LESS THAN ProdVendKey
               INVALID KEY MOVE 'Y' TO SourceEOFFlag
           END-START.
           PERFORM UNTIL SourceEOFFlag = 'Y'
               READ ProdVendFile NEXT RECORD
                   AT END MOVE 'Y' TO SourceEOFFlag
               END-READ
               IF SourceEOFFlag = 'N'
                   IF PvProdName NOT = RoProdName
                           OR PvSizeType NOT = RoSizeType
                       MOVE 'Y' TO SourceEOFFlag
                   ELSE
                       PERFORM ConsiderOneSource
                   END-IF
               END-IF
           END-PERFORM.
           IF SourceFoundFlag = 'N'
               ADD 1 TO NoSourceCount
               ADD 1 TO ExcpCount
               MOVE SPACES TO ExcpLine
               STRING RoProdName " " RoSizeType
                   " NO ACTIVE VENDOR SOURCE - PO HAS NO VENDOR"
                   DELIMITED BY SIZE INTO ExcpLine
               END-STRING
               WRITE ExcpLine
           END-IF.
       ConsiderOneSource.
           MOVE PvVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
           IF VendorFoundFlag = 'Y' AND VnActive
                   AND PreferredFoundFlag = 'N'
               IF PvIsPreferred OR SourceFoundFlag = 'N'
                       OR PvPrice < ChosenPrice
                   MOVE 'Y' TO SourceFoundFlag
                   IF PvIsPreferred
                       MOVE 'Y' TO PreferredFoundFlag
                   END-IF
                   MOVE PvVendorID TO ChosenVendorID
                   MOVE PvVendorItem TO ChosenVendorItem
                   MOVE PvPrice TO ChosenPrice
                   MOVE PvMinQty TO ChosenMinQty
                   MOVE PvLeadDays TO ChosenLeadDays
               END-IF
           END-IF.
       WriteSuggestedPO.
           PERFORM AssignPoNum.
           MOVE NextPoNum TO PoNum.
           MOVE ZEROS TO PoRecvQty.
           MOVE BusinessDate TO PoDate.
           SET PoSuggested TO TRUE.
           MOVE ChosenVendorID TO PoVendorID.
           MOVE ChosenVendorItem TO PoVendorItem.
           MOVE ChosenPrice TO PoUnitPrice.
           COMPUTE PoPromiseDate = FUNCTION DATE-OF-INTEGER(
               BizDateInt + ChosenLeadDays).
           MOVE 'N' TO PoPrintFlag.
           MOVE ZEROS TO PoInvQty.
           WRITE POData
               INVALID KEY
                   DISPLAY "WARNING: PO " PoNum " not written"
                   ADD 1 TO SuggestedCount
                   DISPLAY "Suggested PO " PoNum " "
                       RoProdName " " RoSizeType
                       " Qty " SuggestQty " Vendor " PoVendorID
           END-WRITE.
       AssignPoNum.
           MOVE ZEROS TO NextPoNum.
                       DELIMITED BY SIZE INTO ExcpLine
                   END-STRING
                   WRITE ExcpLine
               WHEN PoConfirmed AND PoPromiseDate > 0
                   IF PoPromiseDate < BusinessDate
                       ADD 1 TO ExcpCount
                       MOVE SPACES TO ExcpLine
                       STRING "PO " PoNum " " PoProdName " "
                           PoSizeType " VENDOR " PoVendorID
                           " PROMISED " PoPromiseDate
                           " NOT RECEIVED"
                           DELIMITED BY SIZE INTO ExcpLine
                       END-STRING
                       WRITE ExcpLine
                   END-IF
               WHEN PoConfirmed
                   COMPUTE PoDateInt =
                       FUNCTION INTEGER-OF-DATE(PoDate)
