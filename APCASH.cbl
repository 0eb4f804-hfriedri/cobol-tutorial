       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCASH.
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
              SELECT CashListFile ASSIGN TO "apcash.lst"
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
       FD  CashListFile.
       01  CashListLine               PIC X(100).
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
       01  EndOfFileFlag              PIC X.
       01  VendorFoundFlag            PIC X.
       01  FirstVendorFlag            PIC X VALUE 'Y'.
       01  HoldVendorID               PIC X(6).
       01  BizDateInt                 PIC 9(7).
       01  PayDate                    PIC 9(8).
       01  PayDays                    PIC S9(7).
       01  PayAmount                  PIC 9(7)V99.
       01  BucketIdx                  PIC 9.
       01  WeekStart                  PIC 9(8).
       01  HeldCount                  PIC 9(5) VALUE 0.
       01  HeldTotal                  PIC 9(9)V99 VALUE 0.
       01  DiscAvailTotal             PIC 9(9)V99 VALUE 0.
       01  FourWeekTotal              PIC 9(9)V99.
      * Past due, the four coming weeks, and later.
       01  VendorBuckets.
               02  VendorBucket       PIC 9(9)V99 OCCURS 6 TIMES.
       01  TotalBuckets.
               02  TotalBucket        PIC 9(9)V99 OCCURS 6 TIMES.
       01  ReportBucket               PIC ZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       01  ReportName                 PIC X(15).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "ACCOUNTS PAYABLE CASH REQUIREMENTS".
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           INITIALIZE TotalBuckets.
           OPEN INPUT VoucherFile.
           OPEN INPUT VendorFile.
           OPEN OUTPUT CashListFile.
           PERFORM WriteCashHeadings.
           MOVE LOW-VALUES TO VcVendorKey.
           MOVE 'N' TO EndOfFileFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVendorKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   EVALUATE TRUE
                       WHEN VcApproved
                           PERFORM AddVoucherToBuckets
                       WHEN VcHeld
                           ADD 1 TO HeldCount
                           ADD VcAmount TO HeldTotal
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF FirstVendorFlag = 'N'
               PERFORM WriteVendorBuckets
           END-IF.
           PERFORM WriteCashTotals.
           CLOSE VoucherFile.
           CLOSE VendorFile.
           CLOSE CashListFile.
           COMPUTE FourWeekTotal = TotalBucket(1) + TotalBucket(2)
               + TotalBucket(3) + TotalBucket(4) + TotalBucket(5).
           MOVE FourWeekTotal TO ReportTotal.
           DISPLAY "Cash Needed Next Four Weeks : " ReportTotal.
           MOVE HeldTotal TO ReportTotal.
           DISPLAY "Held Vouchers Not Included  : " ReportTotal.
           IF TotalBucket(1) > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF CASH REQUIREMENTS".
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
       WriteCashHeadings.
           MOVE SPACES TO CashListLine.
           STRING "CASH REQUIRED FOR APPROVED VENDOR INVOICES AS OF "
               BusinessDate
               DELIMITED BY SIZE INTO CashListLine
           END-STRING.
           WRITE CashListLine.
           MOVE SPACES TO CashListLine.
           STRING "INVOICES WITH AN OPEN DISCOUNT ARE SHOWN NET, IN "
               "THE WEEK THE DISCOUNT ENDS"
               DELIMITED BY SIZE INTO CashListLine
           END-STRING.
           WRITE CashListLine.
           MOVE SPACES TO CashListLine.
           WRITE CashListLine.
           MOVE SPACES TO CashListLine.
           STRING "VENDOR NAME              PAST DUE     WEEK 1"
               "     WEEK 2     WEEK 3     WEEK 4      LATER"
               DELIMITED BY SIZE INTO CashListLine
           END-STRING.
           WRITE CashListLine.
           MOVE SPACES TO CashListLine.
           MOVE "WEEK BEGINNING" TO CashListLine(1:14).
           PERFORM VARYING BucketIdx FROM 2 BY 1 UNTIL BucketIdx > 5
               COMPUTE WeekStart = FUNCTION DATE-OF-INTEGER(
                   BizDateInt + (BucketIdx - 2) * 7)
               MOVE WeekStart
                   TO CashListLine(23 + (BucketIdx - 1) * 11 + 2:8)
           END-PERFORM.
           WRITE CashListLine.
      * An invoice whose early-payment discount is still open is
      * counted net, on the discount date; any other on its due date.
       AddVoucherToBuckets.
           IF FirstVendorFlag = 'Y' OR VcVendorID NOT = HoldVendorID
               IF FirstVendorFlag = 'N'
                   PERFORM WriteVendorBuckets
               END-IF
               MOVE 'N' TO FirstVendorFlag
               MOVE VcVendorID TO HoldVendorID
               INITIALIZE VendorBuckets
           END-IF.
           IF VcDiscAmount > 0 AND VcDiscDate >= BusinessDate
               MOVE VcDiscDate TO PayDate
               COMPUTE PayAmount = VcAmount - VcDiscAmount
               ADD VcDiscAmount TO DiscAvailTotal
           ELSE
               MOVE VcDueDate TO PayDate
               MOVE VcAmount TO PayAmount
           END-IF.
           COMPUTE PayDays = FUNCTION INTEGER-OF-DATE(PayDate)
               - BizDateInt.
           EVALUATE TRUE
               WHEN PayDays < 0
                   MOVE 1 TO BucketIdx
               WHEN PayDays < 7
                   MOVE 2 TO BucketIdx
               WHEN PayDays < 14
                   MOVE 3 TO BucketIdx
               WHEN PayDays < 21
                   MOVE 4 TO BucketIdx
               WHEN PayDays < 28
                   MOVE 5 TO BucketIdx
               WHEN OTHER
                   MOVE 6 TO BucketIdx
           END-EVALUATE.
           ADD PayAmount TO VendorBucket(BucketIdx).
           ADD PayAmount TO TotalBucket(BucketIdx).
       WriteVendorBuckets.
           MOVE HoldVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
           IF VendorFoundFlag = 'N'
               MOVE "*NOT ON FILE*" TO ReportName
           ELSE
               MOVE VnName TO ReportName
           END-IF.
           MOVE SPACES TO CashListLine.
           STRING HoldVendorID " " ReportName
               DELIMITED BY SIZE INTO CashListLine
           END-STRING.
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 6
               MOVE VendorBucket(BucketIdx) TO ReportBucket
               MOVE ReportBucket
                   TO CashListLine(23 + (BucketIdx - 1) * 11 + 1:10)
           END-PERFORM.
           WRITE CashListLine.
       WriteCashTotals.
           MOVE SPACES TO CashListLine.
           WRITE CashListLine.
           MOVE SPACES TO CashListLine.
           MOVE "TOTAL" TO CashListLine(1:5).
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 6
               MOVE TotalBucket(BucketIdx) TO ReportBucket
               MOVE ReportBucket
                   TO CashListLine(23 + (BucketIdx - 1) * 11 + 1:10)
           END-PERFORM.
           WRITE CashListLine.
           MOVE SPACES TO CashListLine.
           WRITE CashListLine.
           COMPUTE FourWeekTotal = TotalBucket(1) + TotalBucket(2)
               + TotalBucket(3) + TotalBucket(4) + TotalBucket(5).
           MOVE FourWeekTotal TO ReportTotal.
           MOVE SPACES TO CashListLine.
           STRING "CASH NEEDED THROUGH WEEK 4 INCL. PAST DUE : "
               ReportTotal
               DELIMITED BY SIZE INTO CashListLine
           END-STRING.
           WRITE CashListLine.
           MOVE DiscAvailTotal TO ReportTotal.
           MOVE SPACES TO CashListLine.
           STRING "DISCOUNTS OPEN IF PAID ON TIME           : "
               ReportTotal
               DELIMITED BY SIZE INTO CashListLine
           END-STRING.
           WRITE CashListLine.
           MOVE HeldTotal TO ReportTotal.
           MOVE SPACES TO CashListLine.
           STRING "HELD VOUCHERS NOT INCLUDED (" HeldCount ")     : "
               ReportTotal
               DELIMITED BY SIZE INTO CashListLine
           END-STRING.
           WRITE CashListLine.
