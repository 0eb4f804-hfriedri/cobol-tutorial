       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYSEL.
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
              SELECT OPTIONAL VendorFile ASSIGN TO "vendor.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VnVendorID.
              SELECT SelectListFile ASSIGN TO "apsel.lst"
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
       FD  SelectListFile.
       01  SelectListLine             PIC X(100).
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
       01  CutoffCard                 PIC X(8).
       01  CutoffDate                 PIC 9(8).
       01  EndOfFileFlag              PIC X.
       01  VendorFoundFlag            PIC X.
       01  DiscAvailFlag              PIC X.
       01  DueFlag                    PIC X.
       01  NetAmount                  PIC 9(7)V99.
       01  SelectedCount              PIC 9(5) VALUE 0.
       01  ClearedCount               PIC 9(5) VALUE 0.
       01  VendorHeldCount            PIC 9(5) VALUE 0.
       01  GrossTotal                 PIC 9(9)V99 VALUE 0.
       01  DiscTotal                  PIC 9(9)V99 VALUE 0.
       01  NetTotal                   PIC 9(9)V99 VALUE 0.
       01  MethodText                 PIC X(5).
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportDisc                 PIC ZZZZZ9.99.
       01  ReportNet                  PIC ZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "ACCOUNTS PAYABLE PAYMENT SELECTION".
           PERFORM GetCutoffDate.
           DISPLAY "Pay Through : " CutoffDate.
           OPEN I-O VoucherFile.
           OPEN INPUT VendorFile.
           OPEN OUTPUT SelectListFile.
           MOVE SPACES TO SelectListLine.
           STRING "PROPOSED VENDOR PAYMENTS FOR " BusinessDate
               " - DUE OR DISCOUNT ENDING BY " CutoffDate
               DELIMITED BY SIZE INTO SelectListLine
           END-STRING.
           WRITE SelectListLine.
           MOVE SPACES TO SelectListLine.
           WRITE SelectListLine.
           MOVE SPACES TO SelectListLine.
           STRING "VOUCHER VENDOR VENDOR INVOICE  DUE DATE DISC DATE"
               "     GROSS  DISCOUNT        NET PAY BY"
               DELIMITED BY SIZE INTO SelectListLine
           END-STRING.
           WRITE SelectListLine.
           MOVE ZEROS TO VcVoucherNum.
           MOVE 'N' TO EndOfFileFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVoucherNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND VcApproved
                   PERFORM ConsiderVoucher
               END-IF
           END-PERFORM.
           MOVE SPACES TO SelectListLine.
           WRITE SelectListLine.
           MOVE GrossTotal TO ReportTotal.
           MOVE SPACES TO SelectListLine.
           STRING "VOUCHERS SELECTED : " SelectedCount
               "  GROSS    : " ReportTotal
               DELIMITED BY SIZE INTO SelectListLine
           END-STRING.
           WRITE SelectListLine.
           MOVE DiscTotal TO ReportTotal.
           MOVE SPACES TO SelectListLine.
           STRING "                           DISCOUNT : " ReportTotal
               DELIMITED BY SIZE INTO SelectListLine
           END-STRING.
           WRITE SelectListLine.
           MOVE NetTotal TO ReportTotal.
           MOVE SPACES TO SelectListLine.
           STRING "                           TO PAY   : " ReportTotal
               DELIMITED BY SIZE INTO SelectListLine
           END-STRING.
           WRITE SelectListLine.
           CLOSE VoucherFile.
           CLOSE VendorFile.
           CLOSE SelectListFile.
           DISPLAY "Earlier Selections Cleared : " ClearedCount.
           DISPLAY "Vouchers Selected          : " SelectedCount.
           DISPLAY "Held - Vendor Not Active   : " VendorHeldCount.
           MOVE NetTotal TO ReportTotal.
           DISPLAY "Net To Pay                 : " ReportTotal.
           IF VendorHeldCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PAYMENT SELECTION".
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
      * The SYSIN card gives the pay-through date as YYYYMMDD; a blank
      * card pays what falls due in the coming week.
       GetCutoffDate.
           MOVE SPACES TO CutoffCard.
           ACCEPT CutoffCard.
           IF CutoffCard IS NUMERIC
               MOVE CutoffCard TO CutoffDate
           ELSE
               COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BusinessDate) + 7)
           END-IF.
           IF CutoffDate < BusinessDate
               MOVE BusinessDate TO CutoffDate
           END-IF.
      * Each selection starts a new proposal, so anything selected or
      * excluded earlier and not yet paid is cleared first. A voucher
      * is selected when it falls due by the cutoff, or when its
      * early-payment discount is still open and would lapse by the
      * cutoff; the discount is taken whenever it is still open.
      * Vouchers of vendors on hold or inactive are not paid.
       ConsiderVoucher.
           IF NOT VcPayNotSelected
               ADD 1 TO ClearedCount
           END-IF.
           SET VcPayNotSelected TO TRUE.
           MOVE ZEROS TO VcSelDisc.
           MOVE 'N' TO DiscAvailFlag.
           IF VcDiscAmount > 0 AND VcDiscDate >= BusinessDate
               MOVE 'Y' TO DiscAvailFlag
           END-IF.
           MOVE 'N' TO DueFlag.
           IF VcDueDate <= CutoffDate
               MOVE 'Y' TO DueFlag
           END-IF.
           IF DiscAvailFlag = 'Y' AND VcDiscDate <= CutoffDate
               MOVE 'Y' TO DueFlag
           END-IF.
           IF DueFlag = 'Y'
               MOVE VcVendorID TO VnVendorID
               MOVE 'Y' TO VendorFoundFlag
               READ VendorFile
                   INVALID KEY MOVE 'N' TO VendorFoundFlag
               END-READ
               IF VendorFoundFlag = 'N' OR NOT VnActive
                   ADD 1 TO VendorHeldCount
                   MOVE "HELD" TO MethodText
               ELSE
                   SET VcPaySelected TO TRUE
                   IF DiscAvailFlag = 'Y'
                       MOVE VcDiscAmount TO VcSelDisc
                   END-IF
                   ADD 1 TO SelectedCount
                   IF VnPaysByACH
                       MOVE "ACH" TO MethodText
                   ELSE
                       MOVE "CHECK" TO MethodText
                   END-IF
               END-IF
               PERFORM WriteSelectLine
           END-IF.
           REWRITE VoucherData
               INVALID KEY
                   DISPLAY "WARNING: voucher " VcVoucherNum
                       " not updated"
           END-REWRITE.
       WriteSelectLine.
           COMPUTE NetAmount = VcAmount - VcSelDisc.
           IF VcPaySelected
               ADD VcAmount TO GrossTotal
               ADD VcSelDisc TO DiscTotal
               ADD NetAmount TO NetTotal
           END-IF.
           MOVE VcAmount TO ReportAmount.
           MOVE VcSelDisc TO ReportDisc.
           MOVE NetAmount TO ReportNet.
           MOVE SPACES TO SelectListLine.
           STRING VcVoucherNum "  " VcVendorID " " VcVendorInv " "
               VcDueDate " " VcDiscDate " " ReportAmount " "
               ReportDisc " " ReportNet " " MethodText
               DELIMITED BY SIZE INTO SelectListLine
           END-STRING.
           WRITE SelectListLine.
