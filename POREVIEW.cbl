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
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  POFile.
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  POEOFFlag                  PIC X.
       01  WorkQty                    PIC 9(5).
       01  ConfirmedCount             PIC 9(4) VALUE 0.
       01  CancelledCount             PIC 9(4) VALUE 0.
       01  VendorChangedCount         PIC 9(4) VALUE 0.
       01  ReviewDone                 PIC X.
       01  VendorFoundFlag            PIC X.
       01  SourceFoundFlag            PIC X.
       01  WorkVendorID               PIC X(6).
       01  BizDateInt                 PIC 9(7).
       01  ReportPrice                PIC ZZZZ9.99.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "SUGGESTED PURCHASE ORDER REVIEW".
           PERFORM GetProcessingDate.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           OPEN I-O POFile.
           OPEN INPUT VendorFile.
           OPEN INPUT ProdVendFile.
           MOVE ZEROS TO PoNum.
           MOVE 'N' TO POEOFFlag.
           START POFile KEY IS NOT LESS THAN PoNum
               END-IF
           END-PERFORM.
           CLOSE POFile.
           CLOSE VendorFile.
           CLOSE ProdVendFile.
           DISPLAY "POs Confirmed : " ConfirmedCount
           DISPLAY "POs Cancelled : " CancelledCount
           DISPLAY "Vendor Changes: " VendorChangedCount
           DISPLAY "END OF PURCHASE ORDER REVIEW".
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
      * Changing the vendor does not end the review of the PO, so the
      * buyer can go on to adjust the quantity or confirm it.
       ReviewOnePO.
           MOVE 'N' TO ReviewDone.
           PERFORM UNTIL ReviewDone = 'Y'
               PERFORM ShowOnePO
               DISPLAY "C: Confirm  A: Adjust and Confirm  "
                   "V: Change Vendor  X: Cancel  S: Skip : "
                   WITH NO ADVANCING
               ACCEPT Decision
               MOVE 'Y' TO ReviewDone
               EVALUATE Decision
                   WHEN 'C' PERFORM ConfirmOnePO
                   WHEN 'c' PERFORM ConfirmOnePO
                   WHEN 'A' PERFORM AdjustOnePO
                   WHEN 'a' PERFORM AdjustOnePO
                   WHEN 'V'
                   WHEN 'v'
                       PERFORM ChangeVendor
                       MOVE 'N' TO ReviewDone
                   WHEN 'X' PERFORM CancelOnePO
                   WHEN 'x' PERFORM CancelOnePO
                   WHEN OTHER DISPLAY "Skipped"
               END-EVALUATE
           END-PERFORM.
       ShowOnePO.
           DISPLAY " "
           DISPLAY "PO " PoNum " " PoProdName " " PoSizeType
               " Suggested Qty " PoQty " Dated " PoDate.
           IF PoVendorID = SPACES
               DISPLAY "   No Vendor Assigned"
           ELSE
               MOVE PoUnitPrice TO ReportPrice
               MOVE PoVendorID TO VnVendorID
               MOVE SPACES TO VnName
               READ VendorFile
                   INVALID KEY MOVE "*NOT ON FILE*" TO VnName
               END-READ
               DISPLAY "   Vendor " PoVendorID " " VnName
               DISPLAY "   Item " PoVendorItem " Price " ReportPrice
                   " Promised " PoPromiseDate
           END-IF.
      * A PO is sent to its vendor once confirmed, so it cannot be
      * confirmed without one.
       ConfirmOnePO.
           IF PoVendorID = SPACES
               DISPLAY "PO Has No Vendor - Change Vendor First"
           ELSE
               SET PoConfirmed TO TRUE
               REWRITE POData
                   INVALID KEY DISPLAY "PO Not Updated"
                   NOT INVALID KEY
                       ADD 1 TO ConfirmedCount
                       DISPLAY "PO " PoNum " Confirmed"
               END-REWRITE
           END-IF.
       AdjustOnePO.
           DISPLAY "New Quantity : " WITH NO ADVANCING.
           ACCEPT WorkQty.
           MOVE 'N' TO SourceFoundFlag.
           IF PoVendorID NOT = SPACES
               MOVE PoProdName TO PvProdName
               MOVE PoSizeType TO PvSizeType
               MOVE PoVendorID TO PvVendorID
               MOVE 'Y' TO SourceFoundFlag
               READ ProdVendFile
                   INVALID KEY MOVE 'N' TO SourceFoundFlag
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WorkQty = 0
                   DISPLAY "Quantity Must Be Greater Than Zero - "
                       "Not Changed"
               WHEN SourceFoundFlag = 'Y' AND WorkQty < PvMinQty
                   DISPLAY "Below Vendor Minimum of " PvMinQty
                       " - Not Changed"
               WHEN OTHER
                   MOVE WorkQty TO PoQty
                   PERFORM ConfirmOnePO
           END-EVALUATE.
      * The new vendor must be active and set up as a source of the
      * product; its item code, price and lead time replace the old
      * vendor's and the quantity is raised to its minimum.
       ChangeVendor.
           DISPLAY "New Vendor ID : " WITH NO ADVANCING.
           ACCEPT WorkVendorID.
           MOVE FUNCTION UPPER-CASE(WorkVendorID) TO WorkVendorID.
           MOVE WorkVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
           MOVE PoProdName TO PvProdName.
           MOVE PoSizeType TO PvSizeType.
           MOVE WorkVendorID TO PvVendorID.
           MOVE 'Y' TO SourceFoundFlag.
           READ ProdVendFile
               INVALID KEY MOVE 'N' TO SourceFoundFlag
           END-READ.
           EVALUATE TRUE
               WHEN VendorFoundFlag = 'N'
                   DISPLAY "Vendor Not on File - Not Changed"
               WHEN NOT VnActive
                   DISPLAY "Vendor Is On Hold or Inactive - "
                       "Not Changed"
               WHEN SourceFoundFlag = 'N'
                   DISPLAY "Vendor Is Not a Source for This Product - "
                       "Not Changed"
               WHEN OTHER
                   PERFORM ApplyVendorChange
           END-EVALUATE.
       ApplyVendorChange.
           MOVE PvVendorID TO PoVendorID.
           MOVE PvVendorItem TO PoVendorItem.
           MOVE PvPrice TO PoUnitPrice.
           COMPUTE PoPromiseDate = FUNCTION DATE-OF-INTEGER(
               BizDateInt + PvLeadDays).
           IF PoQty < PvMinQty
               MOVE PvMinQty TO PoQty
               DISPLAY "Quantity Raised to Vendor Minimum " PvMinQty
           END-IF.
           REWRITE POData
               INVALID KEY DISPLAY "PO Not Updated"
               NOT INVALID KEY
                   ADD 1 TO VendorChangedCount
                   DISPLAY "PO " PoNum " Now With Vendor " PoVendorID
           END-REWRITE.
       CancelOnePO.
           SET PoCancelled TO TRUE.
           REWRITE POData
