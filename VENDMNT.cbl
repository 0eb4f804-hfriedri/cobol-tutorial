       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
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
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  VendorFoundFlag            PIC X.
       01  VendorEOFFlag              PIC X.
       01  SourceFoundFlag            PIC X.
       01  SourceEOFFlag              PIC X.
       01  ListedCount                PIC 9(5).
       01  WorkVendorID               PIC X(6).
       01  WorkName                   PIC X(25).
       01  WorkAddress                PIC X(30).
       01  WorkCity                   PIC X(15).
       01  WorkPostCode               PIC X(10).
       01  WorkPhone                  PIC X(15).
       01  WorkTermsDays              PIC 9(3).
       01  WorkDiscDays               PIC 9(3).
       01  WorkDiscRate               PIC V999.
       01  WorkRemitName              PIC X(25).
       01  WorkRemitAddress           PIC X(30).
       01  WorkRemitCity              PIC X(15).
       01  WorkRemitPostCode          PIC X(10).
       01  WorkStatus                 PIC X.
       01  WorkPayMethod              PIC X.
       01  WorkRouting                PIC 9(9).
       01  WorkRoutingDigits REDEFINES WorkRouting.
               02  RoutingDigit       PIC 9 OCCURS 9 TIMES.
       01  RoutingSum                 PIC 9(4).
       01  WorkAccount                PIC X(17).
       01  BankOKFlag                 PIC X.
       01  WorkProdName               PIC X(10).
       01  WorkSizeType               PIC A.
       01  WorkVendorItem             PIC X(15).
       01  WorkPrice                  PIC 9(5)V99.
       01  WorkMinQty                 PIC 9(5).
       01  WorkLeadDays               PIC 9(3).
       01  WorkPreferred              PIC X.
       01  OldPrice                   PIC 9(5)V99.
       01  ConfirmFlag                PIC X.
       01  ReportPrice                PIC ZZZZ9.99.
       01  ReportRate                 PIC 9.999.
       01  ReportStatus               PIC X(8).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "VENDOR MASTER MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN I-O VendorFile.
           OPEN I-O ProdVendFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "VENDORS"
               DISPLAY "1: List Vendors"
               DISPLAY "2: Show Vendor"
               DISPLAY "3: Add / Change Vendor"
               DISPLAY "4: List Sources for Product"
               DISPLAY "5: List Products for Vendor"
               DISPLAY "6: Add / Change Product Source"
               DISPLAY "7: Remove Product Source"
               DISPLAY "8: Vendor Payment Method / Bank"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListVendors
                   WHEN 2 PERFORM ShowVendor
                   WHEN 3 PERFORM MaintainVendor
                   WHEN 4 PERFORM ListProductSources
                   WHEN 5 PERFORM ListVendorProducts
                   WHEN 6 PERFORM MaintainSource
                   WHEN 7 PERFORM RemoveSource
                   WHEN 8 PERFORM MaintainVendorPayment
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE VendorFile.
           CLOSE ProdVendFile.
           CLOSE AuditFile.
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
       AcceptVendorID.
           DISPLAY "Vendor ID : " WITH NO ADVANCING.
           ACCEPT WorkVendorID.
           MOVE FUNCTION UPPER-CASE(WorkVendorID) TO WorkVendorID.
           MOVE WorkVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
       SetReportStatus.
           EVALUATE TRUE
               WHEN VnOnHold
                   MOVE "ON HOLD" TO ReportStatus
               WHEN VnInactive
                   MOVE "INACTIVE" TO ReportStatus
               WHEN OTHER
                   MOVE "ACTIVE" TO ReportStatus
           END-EVALUATE.
       ListVendors.
           DISPLAY " ".
           MOVE 0 TO ListedCount.
           MOVE LOW-VALUES TO VnVendorID.
           MOVE 'N' TO VendorEOFFlag.
           START VendorFile KEY IS NOT LESS THAN VnVendorID
               INVALID KEY MOVE 'Y' TO VendorEOFFlag
           END-START.
           PERFORM UNTIL VendorEOFFlag = 'Y'
               READ VendorFile NEXT RECORD
                   AT END MOVE 'Y' TO VendorEOFFlag
               END-READ
               IF VendorEOFFlag = 'N'
                   ADD 1 TO ListedCount
                   PERFORM SetReportStatus
                   DISPLAY VnVendorID " " VnName " " VnCity
                       " Net " VnTermsDays " " ReportStatus
               END-IF
           END-PERFORM.
           DISPLAY "Vendors on File : " ListedCount.
       ShowVendor.
           DISPLAY " ".
           PERFORM AcceptVendorID.
           IF VendorFoundFlag = 'N'
               DISPLAY "Vendor Not on File"
           ELSE
               PERFORM DisplayVendor
           END-IF.
       DisplayVendor.
           PERFORM SetReportStatus.
           MOVE VnDiscRate TO ReportRate.
           DISPLAY "Vendor    : " VnVendorID " " VnName.
           DISPLAY "Address   : " VnAddress.
           DISPLAY "            " VnCity " " VnPostCode.
           DISPLAY "Phone     : " VnPhone.
           DISPLAY "Terms     : Net " VnTermsDays " Days, "
               ReportRate " Discount Within " VnDiscDays " Days".
           IF VnRemitName = SPACES
               DISPLAY "Remit To  : Vendor Address"
           ELSE
               DISPLAY "Remit To  : " VnRemitName
               DISPLAY "            " VnRemitAddress
               DISPLAY "            " VnRemitCity " " VnRemitPostCode
           END-IF.
           DISPLAY "Status    : " ReportStatus
               "  Changed " VnUpdDate " by " VnOperator.
           IF VnPaysByACH
               DISPLAY "Payment   : ACH to " VnBankRouting " "
                   VnBankAccount
           ELSE
               DISPLAY "Payment   : Check"
           END-IF.
      * A vendor is never removed, since purchase orders carry the
      * vendor ID; one no longer used is made inactive, and one in
      * dispute is put on hold. Neither is given new purchase orders.
      * The remit-to address decides where payment goes, so vendor
      * changes are for supervisors only and are audited.
       MaintainVendor.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Vendors"
           ELSE
               PERFORM AcceptVendorID
               IF WorkVendorID = SPACES
                   DISPLAY "Vendor ID Required"
               ELSE
                   PERFORM MaintainVendorDetail
               END-IF
           END-IF.
       MaintainVendorDetail.
           MOVE SPACES TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           IF VendorFoundFlag = 'Y'
               PERFORM DisplayVendor
               MOVE VnName(1:15) TO AuditBeforeFirstName
               MOVE VnRemitName(1:15) TO AuditBeforeLastName
           END-IF.
           DISPLAY "Vendor Name : " WITH NO ADVANCING.
           ACCEPT WorkName.
           DISPLAY "Address : " WITH NO ADVANCING.
           ACCEPT WorkAddress.
           DISPLAY "City : " WITH NO ADVANCING.
           ACCEPT WorkCity.
           DISPLAY "Post Code : " WITH NO ADVANCING.
           ACCEPT WorkPostCode.
           DISPLAY "Phone : " WITH NO ADVANCING.
           ACCEPT WorkPhone.
           DISPLAY "Payment Terms - Net Days : " WITH NO ADVANCING.
           ACCEPT WorkTermsDays.
           DISPLAY "Discount Rate (e.g. .020, 0 for None) : "
               WITH NO ADVANCING.
           ACCEPT WorkDiscRate.
           MOVE ZEROS TO WorkDiscDays.
           IF WorkDiscRate > 0
               DISPLAY "Discount Within Days : " WITH NO ADVANCING
               ACCEPT WorkDiscDays
           END-IF.
           DISPLAY "Remit-To Name (Blank if Same as Vendor) : "
               WITH NO ADVANCING.
           ACCEPT WorkRemitName.
           MOVE SPACES TO WorkRemitAddress.
           MOVE SPACES TO WorkRemitCity.
           MOVE SPACES TO WorkRemitPostCode.
           IF WorkRemitName NOT = SPACES
               DISPLAY "Remit-To Address : " WITH NO ADVANCING
               ACCEPT WorkRemitAddress
               DISPLAY "Remit-To City : " WITH NO ADVANCING
               ACCEPT WorkRemitCity
               DISPLAY "Remit-To Post Code : " WITH NO ADVANCING
               ACCEPT WorkRemitPostCode
           END-IF.
           DISPLAY "Status (A=Active H=Hold I=Inactive) : "
               WITH NO ADVANCING.
           ACCEPT WorkStatus.
           MOVE FUNCTION UPPER-CASE(WorkStatus) TO WorkStatus.
           EVALUATE TRUE
               WHEN WorkName = SPACES
                   DISPLAY "Vendor Name Required - Not Saved"
               WHEN WorkAddress = SPACES OR WorkCity = SPACES
                   DISPLAY "Vendor Address Required - Not Saved"
               WHEN WorkDiscRate > 0 AND WorkDiscDays = 0
                   DISPLAY "Discount Days Required - Not Saved"
               WHEN WorkDiscDays > WorkTermsDays
                   DISPLAY "Discount Days Beyond Net Days - Not Saved"
               WHEN WorkRemitName NOT = SPACES
                       AND (WorkRemitAddress = SPACES
                            OR WorkRemitCity = SPACES)
                   DISPLAY "Remit-To Address Required - Not Saved"
               WHEN WorkStatus NOT = 'A' AND NOT = 'H'
                       AND NOT = 'I'
                   DISPLAY "Status Must Be A, H or I - Not Saved"
               WHEN OTHER
                   PERFORM SaveVendor
           END-EVALUATE.
       SaveVendor.
           MOVE WorkVendorID TO VnVendorID.
           MOVE WorkName TO VnName.
           MOVE WorkAddress TO VnAddress.
           MOVE WorkCity TO VnCity.
           MOVE WorkPostCode TO VnPostCode.
           MOVE WorkPhone TO VnPhone.
           MOVE WorkTermsDays TO VnTermsDays.
           MOVE WorkDiscDays TO VnDiscDays.
           MOVE WorkDiscRate TO VnDiscRate.
           MOVE WorkRemitName TO VnRemitName.
           MOVE WorkRemitAddress TO VnRemitAddress.
           MOVE WorkRemitCity TO VnRemitCity.
           MOVE WorkRemitPostCode TO VnRemitPostCode.
           EVALUATE WorkStatus
               WHEN 'H' SET VnOnHold TO TRUE
               WHEN 'I' SET VnInactive TO TRUE
               WHEN OTHER SET VnActive TO TRUE
           END-EVALUATE.
           MOVE BusinessDate TO VnUpdDate.
           MOVE CurrentOpID TO VnOperator.
           IF VendorFoundFlag = 'Y'
               REWRITE VendorData
                   INVALID KEY DISPLAY "Vendor Not Updated"
               END-REWRITE
           ELSE
               SET VnPaysByCheck TO TRUE
               MOVE ZEROS TO VnBankRouting
               MOVE SPACES TO VnBankAccount
               WRITE VendorData
                   INVALID KEY DISPLAY "Vendor Not Written"
               END-WRITE
           END-IF.
           MOVE "VENDOR" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE VnName(1:15) TO AuditAfterFirstName.
           MOVE VnRemitName(1:15) TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING "Vendor " VnVendorID " " WorkStatus
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           DISPLAY "Vendor Saved".
      * A vendor is paid by check unless set up for ACH. Bank details
      * decide where the money goes, so they are entered separately
      * from the rest of the vendor, by a supervisor, and audited.
       MaintainVendorPayment.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Vendors"
           ELSE
               PERFORM AcceptVendorID
               IF VendorFoundFlag = 'N'
                   DISPLAY "Vendor Not on File"
               ELSE
                   PERFORM DisplayVendor
                   PERFORM MaintainVendorBank
               END-IF
           END-IF.
       MaintainVendorBank.
           MOVE 'Y' TO BankOKFlag.
           MOVE ZEROS TO WorkRouting.
           MOVE SPACES TO WorkAccount.
           DISPLAY "Pay By (C=Check A=ACH) : " WITH NO ADVANCING.
           ACCEPT WorkPayMethod.
           MOVE FUNCTION UPPER-CASE(WorkPayMethod) TO WorkPayMethod.
           EVALUATE WorkPayMethod
               WHEN 'C'
                   CONTINUE
               WHEN 'A'
                   DISPLAY "Routing Number (9 digits) : "
                       WITH NO ADVANCING
                   ACCEPT WorkRouting
                   PERFORM ValidateRouting
                   IF BankOKFlag = 'Y'
                       DISPLAY "Bank Account Number : "
                           WITH NO ADVANCING
                       ACCEPT WorkAccount
                       IF WorkAccount = SPACES
                           DISPLAY "Bank account is required"
                           MOVE 'N' TO BankOKFlag
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Pay By Must Be C or A"
                   MOVE 'N' TO BankOKFlag
           END-EVALUATE.
           IF BankOKFlag = 'N'
               DISPLAY "Payment Method Not Changed"
           ELSE
               MOVE VnBankRouting TO AuditBeforeFirstName
               MOVE VnBankAccount(1:15) TO AuditBeforeLastName
               MOVE WorkPayMethod TO VnPayMethod
               MOVE WorkRouting TO VnBankRouting
               MOVE WorkAccount TO VnBankAccount
               MOVE BusinessDate TO VnUpdDate
               MOVE CurrentOpID TO VnOperator
               REWRITE VendorData
                   INVALID KEY DISPLAY "Vendor Not Updated"
                   NOT INVALID KEY
                       MOVE "VNBANK" TO AuditOperation
                       MOVE ZEROS TO AuditIDNum
                       MOVE VnBankRouting TO AuditAfterFirstName
                       MOVE VnBankAccount(1:15) TO AuditAfterLastName
                       MOVE SPACES TO AuditReasonCode
                       STRING "Vendor " VnVendorID " Pay " VnPayMethod
                           DELIMITED BY SIZE INTO AuditReasonCode
                       END-STRING
                       MOVE ZEROS TO AuditBeforeAmount
                       MOVE ZEROS TO AuditAfterAmount
                       PERFORM WriteAuditRecord
                       DISPLAY "Payment Method Saved"
               END-REWRITE
           END-IF.
      * A routing number must pass the bank check digit test: the
      * digits weighted 3, 7, 1 repeating must add up to a multiple
      * of ten.
       ValidateRouting.
           COMPUTE RoutingSum =
               3 * (RoutingDigit(1) + RoutingDigit(4)
                    + RoutingDigit(7))
             + 7 * (RoutingDigit(2) + RoutingDigit(5)
                    + RoutingDigit(8))
             + RoutingDigit(3) + RoutingDigit(6) + RoutingDigit(9).
           IF WorkRouting = ZEROS
                   OR FUNCTION MOD(RoutingSum, 10) NOT = 0
               DISPLAY "Routing number fails the check digit test"
               MOVE 'N' TO BankOKFlag
           END-IF.
       AcceptProduct.
           DISPLAY "Product Name : " WITH NO ADVANCING.
           ACCEPT WorkProdName.
           DISPLAY "Size Type : " WITH NO ADVANCING.
           ACCEPT WorkSizeType.
           MOVE FUNCTION UPPER-CASE(WorkSizeType) TO WorkSizeType.
       ListProductSources.
           DISPLAY " ".
           PERFORM AcceptProduct.
           MOVE 0 TO ListedCount.
           MOVE WorkProdName TO PvProdName.
           MOVE WorkSizeType TO PvSizeType.
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
                   IF PvProdName NOT = WorkProdName
                           OR PvSizeType NOT = WorkSizeType
                       MOVE 'Y' TO SourceEOFFlag
                   ELSE
                       ADD 1 TO ListedCount
                       PERFORM DisplaySource
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Sources on File : " ListedCount.
       ListVendorProducts.
           DISPLAY " ".
           PERFORM AcceptVendorID.
           MOVE 0 TO ListedCount.
           MOVE WorkVendorID TO PvVendorID.
           MOVE 'N' TO SourceEOFFlag.
           START ProdVendFile KEY IS = PvVendorID
               INVALID KEY MOVE 'Y' TO SourceEOFFlag
           END-START.
           PERFORM UNTIL SourceEOFFlag = 'Y'
               READ ProdVendFile NEXT RECORD
                   AT END MOVE 'Y' TO SourceEOFFlag
               END-READ
               IF SourceEOFFlag = 'N'
                   IF PvVendorID NOT = WorkVendorID
                       MOVE 'Y' TO SourceEOFFlag
                   ELSE
                       ADD 1 TO ListedCount
                       PERFORM DisplaySource
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Products on File : " ListedCount.
       DisplaySource.
           MOVE PvPrice TO ReportPrice.
           IF PvIsPreferred
               DISPLAY PvProdName " " PvSizeType " " PvVendorID " "
                   PvVendorItem " " ReportPrice " Min " PvMinQty
                   " Lead " PvLeadDays " PREFERRED"
           ELSE
               DISPLAY PvProdName " " PvSizeType " " PvVendorID " "
                   PvVendorItem " " ReportPrice " Min " PvMinQty
                   " Lead " PvLeadDays
           END-IF.
      * A product may be bought from several vendors; PURCHGEN orders
      * from the preferred one, so making a source preferred takes the
      * mark off the product's other sources.
       MaintainSource.
           DISPLAY " ".
           PERFORM AcceptProduct.
           PERFORM AcceptVendorID.
           IF WorkProdName = SPACES OR WorkVendorID = SPACES
               DISPLAY "Product and Vendor Required"
           ELSE
               IF VendorFoundFlag = 'N'
                   DISPLAY "Vendor Not on File - Add the Vendor First"
               ELSE
                   PERFORM MaintainSourceDetail
               END-IF
           END-IF.
       MaintainSourceDetail.
           MOVE WorkProdName TO PvProdName.
           MOVE WorkSizeType TO PvSizeType.
           MOVE WorkVendorID TO PvVendorID.
           MOVE 'Y' TO SourceFoundFlag.
           READ ProdVendFile
               INVALID KEY MOVE 'N' TO SourceFoundFlag
           END-READ.
           MOVE ZEROS TO OldPrice.
           IF SourceFoundFlag = 'Y'
               MOVE PvPrice TO OldPrice
               PERFORM DisplaySource
           END-IF.
           DISPLAY "Vendor Item Code : " WITH NO ADVANCING.
           ACCEPT WorkVendorItem.
           DISPLAY "Purchase Price : " WITH NO ADVANCING.
           ACCEPT WorkPrice.
           DISPLAY "Minimum Order Quantity : " WITH NO ADVANCING.
           ACCEPT WorkMinQty.
           DISPLAY "Lead Time Days : " WITH NO ADVANCING.
           ACCEPT WorkLeadDays.
           DISPLAY "Preferred Vendor for Product (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT WorkPreferred.
           MOVE FUNCTION UPPER-CASE(WorkPreferred) TO WorkPreferred.
           IF WorkPrice = 0
               DISPLAY "Purchase Price Required - Not Saved"
           ELSE
               IF WorkPreferred = 'Y'
                   PERFORM ClearPreferredSource
               END-IF
               PERFORM SaveSource
           END-IF.
       ClearPreferredSource.
           MOVE WorkProdName TO PvProdName.
           MOVE WorkSizeType TO PvSizeType.
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
                   IF PvProdName NOT = WorkProdName
                           OR PvSizeType NOT = WorkSizeType
                       MOVE 'Y' TO SourceEOFFlag
                   ELSE
                       IF PvIsPreferred
                               AND PvVendorID NOT = WorkVendorID
                           MOVE 'N' TO PvPreferred
                           REWRITE ProdVendData
                               INVALID KEY
                                   DISPLAY "Source Not Updated"
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       SaveSource.
           MOVE WorkProdName TO PvProdName.
           MOVE WorkSizeType TO PvSizeType.
           MOVE WorkVendorID TO PvVendorID.
           MOVE WorkVendorItem TO PvVendorItem.
           MOVE WorkPrice TO PvPrice.
           MOVE WorkMinQty TO PvMinQty.
           MOVE WorkLeadDays TO PvLeadDays.
           IF WorkPreferred = 'Y'
               MOVE 'Y' TO PvPreferred
           ELSE
               MOVE 'N' TO PvPreferred
           END-IF.
           IF SourceFoundFlag = 'Y'
               REWRITE ProdVendData
                   INVALID KEY DISPLAY "Source Not Updated"
               END-REWRITE
           ELSE
               WRITE ProdVendData
                   INVALID KEY DISPLAY "Source Not Written"
               END-WRITE
           END-IF.
           MOVE "PRODVEND" TO AuditOperation.
           PERFORM WriteSourceAudit.
           DISPLAY "Product Source Saved".
       RemoveSource.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Remove Sources"
           ELSE
               PERFORM AcceptProduct
               PERFORM AcceptVendorID
               MOVE WorkProdName TO PvProdName
               MOVE WorkSizeType TO PvSizeType
               MOVE WorkVendorID TO PvVendorID
               MOVE 'Y' TO SourceFoundFlag
               READ ProdVendFile
                   INVALID KEY MOVE 'N' TO SourceFoundFlag
               END-READ
               IF SourceFoundFlag = 'N'
                   DISPLAY "Source Not on File"
               ELSE
                   PERFORM DisplaySource
                   DISPLAY "Remove This Source (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT ConfirmFlag
                   IF ConfirmFlag = 'Y' OR 'y'
                       MOVE PvPrice TO OldPrice
                       DELETE ProdVendFile
                           INVALID KEY DISPLAY "Source Not Removed"
                       END-DELETE
                       MOVE ZEROS TO PvPrice
                       MOVE "PVREMOVE" TO AuditOperation
                       PERFORM WriteSourceAudit
                       DISPLAY "Product Source Removed"
                   END-IF
               END-IF
           END-IF.
       WriteSourceAudit.
           MOVE ZEROS TO AuditIDNum.
           MOVE WorkProdName TO AuditBeforeFirstName.
           MOVE WorkSizeType TO AuditBeforeLastName.
           MOVE WorkVendorID TO AuditAfterFirstName.
           MOVE PvVendorItem TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING "Min " PvMinQty " Lead " PvLeadDays
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE OldPrice TO AuditBeforeAmount.
           MOVE PvPrice TO AuditAfterAmount.
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
