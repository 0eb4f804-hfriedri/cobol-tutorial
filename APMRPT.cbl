       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL VoucherFile ASSIGN TO "voucher.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VcVoucherNum
                  ALTERNATE RECORD KEY IS VcVendorKey
                      WITH DUPLICATES.
              SELECT OPTIONAL POFile ASSIGN TO "pofile.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoNum.
              SELECT OPTIONAL VendorFile ASSIGN TO "vendor.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VnVendorID.
              SELECT POSortWork ASSIGN TO "posort.tmp".
              SELECT POSortedFile ASSIGN TO "aprni.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SortedStatus.
              SELECT MatchListFile ASSIGN TO "apmrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
      * One voucher per vendor invoice. It is approved for payment only
      * when every line agrees with its PO and what was received;
      * otherwise it is held under the first line's match code.
       FD  VoucherFile.
       01  VoucherData.
               02  VcVoucherNum       PIC 9(6).
               02  VcVendorKey.
                   03  VcVendorID     PIC X(6).
                   03  VcVendorInv    PIC X(15).
               02  VcInvDate          PIC 9(8).
               02  VcAmount           PIC 9(7)V99.
               02  VcPOValue          PIC 9(7)V99.
               02  VcDueDate          PIC 9(8).
               02  VcDiscDate         PIC 9(8).
               02  VcDiscAmount       PIC 9(7)V99.
               02  VcStatus           PIC X.
                   88  VcHeld         VALUE 'H'.
                   88  VcApproved     VALUE 'A'.
                   88  VcPaid         VALUE 'P'.
                   88  VcCancelled    VALUE 'X'.
               02  VcHoldCode         PIC X.
               02  VcLineCount        PIC 9(3).
               02  VcEntryDate        PIC 9(8).
               02  VcOperator         PIC X(8).
               02  VcApprDate         PIC 9(8).
               02  VcPaySelect        PIC X.
                   88  VcPayNotSelected VALUE SPACE.
                   88  VcPaySelected  VALUE 'S'.
                   88  VcPayExcluded  VALUE 'E'.
               02  VcSelDisc          PIC 9(7)V99.
               02  VcPayDate          PIC 9(8).
               02  VcPayMethod        PIC X.
                   88  VcPaidByCheck  VALUE 'C'.
                   88  VcPaidByACH    VALUE 'A'.
               02  VcPayRef           PIC 9(9).
               02  VcDiscTaken        PIC 9(7)V99.
               02  VcPaidAmount       PIC 9(7)V99.
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
       FD  MatchListFile.
       01  MatchListLine              PIC X(100).
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
       01  FirstVendorFlag            PIC X.
       01  HoldVendorID               PIC X(6).
       01  HoldCodeWork               PIC X.
       01  HoldText                   PIC X(22).
      * Hold reasons in the order they are reported.
       01  ReasonCodeList             PIC X(5) VALUE "NVORP".
       01  ReasonIdx                  PIC 9.
       01  ReasonCount                PIC 9(5).
       01  ReasonValue                PIC 9(9)V99.
       01  HeldCount                  PIC 9(5) VALUE 0.
       01  HeldValue                  PIC 9(9)V99 VALUE 0.
       01  HeldDays                   PIC 9(5).
       01  UninvQty                   PIC 9(5).
       01  UninvValue                 PIC 9(9)V99.
       01  VendorUninvValue           PIC 9(9)V99.
       01  AccruedTotal               PIC 9(9)V99 VALUE 0.
       01  UninvPOCount               PIC 9(5) VALUE 0.
       01  ReportQty                  PIC ZZZZ9.
       01  ReportPrice                PIC ZZZZ9.99.
       01  ReportValue                PIC ZZZZZZZ9.99.
       01  ReportCount                PIC ZZZZ9.
       01  ReportDays                 PIC ZZZZ9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "HELD VOUCHERS AND RECEIPTS NOT INVOICED".
           OPEN INPUT VoucherFile.
           OPEN INPUT VendorFile.
           OPEN OUTPUT MatchListFile.
           MOVE SPACES TO MatchListLine.
           STRING "VENDOR INVOICES HELD FROM PAYMENT BY REASON AS OF "
               BusinessDate
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
           PERFORM ReportOneReason
               VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 5.
           MOVE HeldCount TO ReportCount.
           MOVE HeldValue TO ReportValue.
           MOVE SPACES TO MatchListLine.
           WRITE MatchListLine.
           MOVE SPACES TO MatchListLine.
           STRING "TOTAL HELD " ReportCount " VOUCHERS " ReportValue
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
           CLOSE VoucherFile.
           PERFORM ReportReceiptsNotInvoiced.
           CLOSE VendorFile.
           CLOSE MatchListFile.
           DISPLAY "Vouchers Held          : " HeldCount.
           DISPLAY "POs Received Not Billed: " UninvPOCount.
           MOVE AccruedTotal TO ReportValue.
           DISPLAY "Accrued Purchases      : " ReportValue.
           IF HeldCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF AP MATCH REPORT".
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
      * One pass of the voucher file per reason, so each reason's held
      * vouchers are listed together in voucher number order with how
      * long they have waited since entry.
       ReportOneReason.
           MOVE ReasonCodeList(ReasonIdx:1) TO HoldCodeWork.
           PERFORM SetHoldText.
           MOVE 0 TO ReasonCount.
           MOVE 0 TO ReasonValue.
           MOVE SPACES TO MatchListLine.
           WRITE MatchListLine.
           MOVE SPACES TO MatchListLine.
           STRING "HELD - " HoldText
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
           MOVE SPACES TO MatchListLine.
           STRING "  VOUCHER VENDOR VENDOR INVOICE   INV DATE  "
               "ENTERED   DAYS      AMOUNT"
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
           MOVE ZEROS TO VcVoucherNum.
           MOVE 'N' TO EndOfFileFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVoucherNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND VcHeld
                       AND VcHoldCode = HoldCodeWork
                   PERFORM WriteHeldVoucherLine
               END-IF
           END-PERFORM.
           MOVE ReasonCount TO ReportCount.
           MOVE ReasonValue TO ReportValue.
           MOVE SPACES TO MatchListLine.
           STRING "  " ReportCount " VOUCHERS" "                    "
               "                  " ReportValue
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
       WriteHeldVoucherLine.
           MOVE 0 TO HeldDays.
           IF VcEntryDate > 0 AND VcEntryDate < BusinessDate
               COMPUTE HeldDays =
                   FUNCTION INTEGER-OF-DATE(BusinessDate)
                   - FUNCTION INTEGER-OF-DATE(VcEntryDate)
           END-IF.
           ADD 1 TO ReasonCount.
           ADD VcAmount TO ReasonValue.
           ADD 1 TO HeldCount.
           ADD VcAmount TO HeldValue.
           MOVE HeldDays TO ReportDays.
           MOVE VcAmount TO ReportValue.
           MOVE SPACES TO MatchListLine.
           STRING "  " VcVoucherNum "  " VcVendorID " " VcVendorInv
               "  " VcInvDate "  " VcEntryDate " " ReportDays " "
               ReportValue
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
       SetHoldText.
           EVALUATE HoldCodeWork
               WHEN 'N' MOVE "PO NOT ON FILE" TO HoldText
               WHEN 'V' MOVE "PO NOT OPEN FOR VENDOR" TO HoldText
               WHEN 'O' MOVE "QTY OVER ORDERED" TO HoldText
               WHEN 'R' MOVE "QTY NOT RECEIVED" TO HoldText
               WHEN 'P' MOVE "PRICE OVER TOLERANCE" TO HoldText
               WHEN 'A' MOVE "PRICE ACCEPTED" TO HoldText
               WHEN OTHER MOVE "MATCHED" TO HoldText
           END-EVALUATE.
      * Goods received but not yet billed by the vendor, valued at the
      * PO price. INVMOVE's receipt debited inventory and credited
      * received-not-invoiced; the total here is the balance that
      * account should carry, and is the month-end accrual for
      * purchases.
       ReportReceiptsNotInvoiced.
           SORT POSortWork ON ASCENDING KEY SpVendorID SpNum
               USING POFile
               GIVING POSortedFile.
           MOVE SPACES TO MatchListLine.
           WRITE MatchListLine.
           MOVE SPACES TO MatchListLine.
           STRING "RECEIPTS NOT INVOICED BY VENDOR AS OF "
               BusinessDate
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
           MOVE SPACES TO MatchListLine.
           STRING "  PO     PRODUCT    S RECEIVED INVOICED  UNBILLED"
               "    PRICE       VALUE"
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
           MOVE 'Y' TO FirstVendorFlag.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT POSortedFile.
           IF SortedStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ POSortedFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND PsRecvQty > PsInvQty
                   PERFORM ReportUninvoicedPO
               END-IF
           END-PERFORM.
           IF FirstVendorFlag = 'N'
               PERFORM WriteVendorAccrual
           END-IF.
           IF SortedStatus = "00" OR SortedStatus = "10"
               CLOSE POSortedFile
           END-IF.
           MOVE AccruedTotal TO ReportValue.
           MOVE SPACES TO MatchListLine.
           WRITE MatchListLine.
           MOVE SPACES TO MatchListLine.
           STRING "ACCRUED PURCHASES - RECEIVED NOT INVOICED      "
               "                   " ReportValue
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           WRITE MatchListLine.
       ReportUninvoicedPO.
           IF FirstVendorFlag = 'Y' OR PsVendorID NOT = HoldVendorID
               IF FirstVendorFlag = 'N'
                   PERFORM WriteVendorAccrual
               END-IF
               MOVE 'N' TO FirstVendorFlag
               MOVE PsVendorID TO HoldVendorID
               MOVE 0 TO VendorUninvValue
               MOVE PsVendorID TO VnVendorID
               MOVE 'Y' TO VendorFoundFlag
               READ VendorFile
                   INVALID KEY MOVE 'N' TO VendorFoundFlag
               END-READ
               IF VendorFoundFlag = 'N'
                   MOVE "*NOT ON FILE*" TO VnName
               END-IF
               MOVE SPACES TO MatchListLine
               WRITE MatchListLine
               MOVE SPACES TO MatchListLine
               STRING "VENDOR " PsVendorID " " VnName
                   DELIMITED BY SIZE INTO MatchListLine
               END-STRING
               WRITE MatchListLine
           END-IF.
           COMPUTE UninvQty = PsRecvQty - PsInvQty.
           COMPUTE UninvValue = UninvQty * PsUnitPrice.
           ADD UninvValue TO VendorUninvValue.
           ADD UninvValue TO AccruedTotal.
           ADD 1 TO UninvPOCount.
           MOVE SPACES TO MatchListLine.
           MOVE PsRecvQty TO ReportQty.
           STRING "  " PsNum " " PsProdName " " PsSizeType "    "
               ReportQty
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           MOVE PsInvQty TO ReportQty.
           MOVE ReportQty TO MatchListLine(35:5).
           MOVE UninvQty TO ReportQty.
           MOVE ReportQty TO MatchListLine(45:5).
           MOVE PsUnitPrice TO ReportPrice.
           MOVE ReportPrice TO MatchListLine(51:8).
           MOVE UninvValue TO ReportValue.
           MOVE ReportValue TO MatchListLine(60:11).
           WRITE MatchListLine.
       WriteVendorAccrual.
           MOVE VendorUninvValue TO ReportValue.
           MOVE SPACES TO MatchListLine.
           STRING "  VENDOR TOTAL"
               DELIMITED BY SIZE INTO MatchListLine
           END-STRING.
           MOVE ReportValue TO MatchListLine(60:11).
           WRITE MatchListLine.
