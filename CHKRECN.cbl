       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECN.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL RefChkFile ASSIGN TO "refchk.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CkNumber
                  ALTERNATE RECORD KEY IS CkIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL APChkFile ASSIGN TO "apchk.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AkNumber
                  ALTERNATE RECORD KEY IS AkVendorID
                      WITH DUPLICATES.
              SELECT ClearedFile ASSIGN TO "chkclr.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ClearedStatus.
              SELECT ReconReportFile ASSIGN TO "chkrecn.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ChkCtlFile ASSIGN TO "chkctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ChkCtlStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RefChkFile.
       01  RefChkData.
               02  CkNumber           PIC 9(8).
               02  CkIDNum            PIC 9(6).
               02  CkIssueDate        PIC 9(8).
               02  CkAmount           PIC 9(7)V99.
               02  CkPayee            PIC X(30).
               02  CkStatus           PIC X.
                   88  CkIssued       VALUE 'I'.
                   88  CkCleared      VALUE 'P'.
                   88  CkVoided       VALUE 'V'.
                   88  CkStopped      VALUE 'S'.
               02  CkClearDate        PIC 9(8).
               02  CkClearAmount      PIC 9(7)V99.
               02  CkVoidDate         PIC 9(8).
               02  CkStaleFlag        PIC X.
                   88  CkStale        VALUE 'Y'.
       FD  APChkFile.
       01  APChkData.
               02  AkNumber           PIC 9(8).
               02  AkVendorID         PIC X(6).
               02  AkIssueDate        PIC 9(8).
               02  AkAmount           PIC 9(7)V99.
               02  AkPayee            PIC X(30).
               02  AkStatus           PIC X.
                   88  AkIssued       VALUE 'I'.
                   88  AkCleared      VALUE 'P'.
                   88  AkVoided       VALUE 'V'.
                   88  AkStopped      VALUE 'S'.
               02  AkClearDate        PIC 9(8).
               02  AkClearAmount      PIC 9(7)V99.
               02  AkVoidDate         PIC 9(8).
               02  AkStaleFlag        PIC X.
                   88  AkStale        VALUE 'Y'.
               02  AkVoucherCount     PIC 9(3).
       FD  ClearedFile.
       01  ClearedRecord.
               02  ClrCheckNum        PIC 9(8).
               02  ClrAmount          PIC 9(7)V99.
               02  ClrPaidDate        PIC 9(8).
       FD  ReconReportFile.
       01  ReconLine                  PIC X(90).
       FD  ChkCtlFile.
       01  ChkCtlRecord.
               02  ChkStaleDays       PIC 9(3).
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
       01  ClearedStatus              PIC XX.
       01  ChkCtlStatus               PIC XX.
       01  StaleDays                  PIC 9(3) VALUE 180.
       01  ClearedEOFFlag             PIC X VALUE 'N'.
       01  CheckEOFFlag               PIC X VALUE 'N'.
       01  CheckFoundFlag             PIC X.
       01  IssuedAmount               PIC 9(7)V99.
       01  BizDateInt                 PIC 9(7).
       01  IssueDateInt               PIC 9(7).
       01  DaysOutstanding            PIC S9(7).
       01  ItemText                   PIC X(24).
       01  ClearedCount               PIC 9(5) VALUE 0.
       01  MatchedCount               PIC 9(5) VALUE 0.
       01  MismatchCount              PIC 9(5) VALUE 0.
       01  NotIssuedCount             PIC 9(5) VALUE 0.
       01  OutstandingCount           PIC 9(5) VALUE 0.
       01  StaleCount                 PIC 9(5) VALUE 0.
       01  NewStaleCount              PIC 9(5) VALUE 0.
       01  MatchedTotal               PIC 9(9)V99 VALUE ZEROS.
       01  OutstandingTotal           PIC 9(9)V99 VALUE ZEROS.
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportAmount2              PIC ZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       01  ReportDays                 PIC ZZZZ9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "REFUND CHECK CLEARING RECONCILIATION".
           PERFORM LoadStaleDays.
           DISPLAY "Stale Check Age (Days) : " StaleDays.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           OPEN INPUT ClearedFile.
           IF ClearedStatus NOT = "00"
               DISPLAY "No Cleared Checks File (chkclr.dat) - "
                   "Outstanding Checks Only"
               MOVE 'Y' TO ClearedEOFFlag
           END-IF.
           OPEN I-O RefChkFile.
           OPEN I-O APChkFile.
           OPEN OUTPUT ReconReportFile.
           MOVE "REFUND CHECK CLEARING RECONCILIATION" TO ReconLine.
           WRITE ReconLine.
           MOVE SPACES TO ReconLine.
           STRING "Processing Date " BusinessDate
               "  Stale After " StaleDays " Days"
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
           MOVE "CLEARED ITEMS NOT MATCHED TO AN ISSUED CHECK"
               TO ReconLine.
           WRITE ReconLine.
           PERFORM UNTIL ClearedEOFFlag = 'Y'
               READ ClearedFile
                   AT END MOVE 'Y' TO ClearedEOFFlag
               END-READ
               IF ClearedEOFFlag = 'N'
                   PERFORM MatchClearedCheck
               END-IF
           END-PERFORM.
           IF ClearedStatus = "00"
               CLOSE ClearedFile
           END-IF.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
           MOVE "OUTSTANDING REFUND CHECKS" TO ReconLine.
           WRITE ReconLine.
           PERFORM ListOutstandingChecks.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
           MOVE "OUTSTANDING VENDOR CHECKS" TO ReconLine.
           WRITE ReconLine.
           PERFORM ListOutstandingVendorChecks.
           PERFORM WriteReconSummary.
           CLOSE RefChkFile.
           CLOSE APChkFile.
           CLOSE ReconReportFile.
           DISPLAY "Cleared Items Read   : " ClearedCount.
           DISPLAY "Matched              : " MatchedCount.
           DISPLAY "Amount Mismatches    : " MismatchCount.
           DISPLAY "Paid But Not Issued  : " NotIssuedCount.
           DISPLAY "Outstanding Checks   : " OutstandingCount.
           DISPLAY "Newly Stale Checks   : " NewStaleCount.
           DISPLAY "Report Written to chkrecn.lst".
           IF MismatchCount > 0 OR NotIssuedCount > 0
                   OR NewStaleCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF CHECK RECONCILIATION".
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
       LoadStaleDays.
           OPEN INPUT ChkCtlFile.
           IF ChkCtlStatus = "00"
               READ ChkCtlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ChkStaleDays > 0
                           MOVE ChkStaleDays TO StaleDays
                       END-IF
               END-READ
               CLOSE ChkCtlFile
           END-IF.
      * A cleared item is matched on check number.  One the bank paid
      * that we never issued, or that was voided or stopped, is
      * reported as paid but not issued; a paid amount different from
      * the issued amount is still marked paid but is reported.
      * Refund and vendor checks share one check sequence, so a number
      * not on the refund check file is looked for among the vendor
      * checks.
       MatchClearedCheck.
           ADD 1 TO ClearedCount.
           MOVE ClrCheckNum TO CkNumber.
           MOVE 'Y' TO CheckFoundFlag.
           READ RefChkFile
               INVALID KEY MOVE 'N' TO CheckFoundFlag
           END-READ.
           MOVE CkAmount TO IssuedAmount.
           EVALUATE TRUE
               WHEN CheckFoundFlag = 'N'
                   PERFORM MatchVendorCheck
               WHEN CkVoided
                   MOVE "PAID - CHECK VOIDED" TO ItemText
                   ADD 1 TO NotIssuedCount
                   PERFORM WriteClearedException
               WHEN CkStopped
                   MOVE "PAID - PAYMENT STOPPED" TO ItemText
                   ADD 1 TO NotIssuedCount
                   PERFORM WriteClearedException
               WHEN CkCleared
                   MOVE "PAID - ALREADY CLEARED" TO ItemText
                   ADD 1 TO NotIssuedCount
                   PERFORM WriteClearedException
               WHEN OTHER
                   PERFORM MarkCheckCleared
           END-EVALUATE.
       MarkCheckCleared.
           SET CkCleared TO TRUE.
           MOVE ClrPaidDate TO CkClearDate.
           MOVE ClrAmount TO CkClearAmount.
           REWRITE RefChkData
               INVALID KEY
                   DISPLAY "WARNING: check " CkNumber " not updated"
           END-REWRITE.
           PERFORM CountClearedAmount.
       CountClearedAmount.
           IF ClrAmount = IssuedAmount
               ADD 1 TO MatchedCount
               ADD ClrAmount TO MatchedTotal
           ELSE
               MOVE "PAID - AMOUNT MISMATCH" TO ItemText
               ADD 1 TO MismatchCount
               PERFORM WriteClearedException
           END-IF.
       MatchVendorCheck.
           MOVE ClrCheckNum TO AkNumber.
           MOVE 'Y' TO CheckFoundFlag.
           READ APChkFile
               INVALID KEY MOVE 'N' TO CheckFoundFlag
           END-READ.
           MOVE AkAmount TO IssuedAmount.
           EVALUATE TRUE
               WHEN CheckFoundFlag = 'N'
                   MOVE "PAID - NOT ISSUED" TO ItemText
                   ADD 1 TO NotIssuedCount
                   PERFORM WriteClearedException
               WHEN AkVoided
                   MOVE "PAID - CHECK VOIDED" TO ItemText
                   ADD 1 TO NotIssuedCount
                   PERFORM WriteClearedException
               WHEN AkStopped
                   MOVE "PAID - PAYMENT STOPPED" TO ItemText
                   ADD 1 TO NotIssuedCount
                   PERFORM WriteClearedException
               WHEN AkCleared
                   MOVE "PAID - ALREADY CLEARED" TO ItemText
                   ADD 1 TO NotIssuedCount
                   PERFORM WriteClearedException
               WHEN OTHER
                   SET AkCleared TO TRUE
                   MOVE ClrPaidDate TO AkClearDate
                   MOVE ClrAmount TO AkClearAmount
                   REWRITE APChkData
                       INVALID KEY
                           DISPLAY "WARNING: check " AkNumber
                               " not updated"
                   END-REWRITE
                   PERFORM CountClearedAmount
           END-EVALUATE.
       WriteClearedException.
           MOVE ClrAmount TO ReportAmount.
           MOVE SPACES TO ReconLine.
           IF CheckFoundFlag = 'Y'
               MOVE IssuedAmount TO ReportAmount2
               STRING "Check " ClrCheckNum " Paid " ClrPaidDate
                   " " ReportAmount " Issued " ReportAmount2
                   " " ItemText
                   DELIMITED BY SIZE INTO ReconLine
               END-STRING
           ELSE
               STRING "Check " ClrCheckNum " Paid " ClrPaidDate
                   " " ReportAmount " " ItemText
                   DELIMITED BY SIZE INTO ReconLine
               END-STRING
           END-IF.
           WRITE ReconLine.
      * Every check still outstanding is listed; one outstanding past
      * the stale age is flagged so the dormancy review reports it
      * for escheatment.
       ListOutstandingChecks.
           MOVE ZEROS TO CkNumber.
           START RefChkFile KEY IS NOT LESS THAN CkNumber
               INVALID KEY MOVE 'Y' TO CheckEOFFlag
           END-START.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ RefChkFile NEXT RECORD
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N' AND CkIssued
                   PERFORM ReportOutstandingCheck
               END-IF
           END-PERFORM.
       ReportOutstandingCheck.
           ADD 1 TO OutstandingCount.
           ADD CkAmount TO OutstandingTotal.
           COMPUTE IssueDateInt =
               FUNCTION INTEGER-OF-DATE(CkIssueDate).
           COMPUTE DaysOutstanding = BizDateInt - IssueDateInt.
           MOVE SPACES TO ItemText.
           IF DaysOutstanding >= StaleDays
               ADD 1 TO StaleCount
               MOVE "STALE - ESCHEATMENT" TO ItemText
               IF NOT CkStale
                   SET CkStale TO TRUE
                   REWRITE RefChkData
                       INVALID KEY
                           DISPLAY "WARNING: check " CkNumber
                               " not flagged"
                       NOT INVALID KEY
                           ADD 1 TO NewStaleCount
                   END-REWRITE
               END-IF
           END-IF.
           MOVE CkAmount TO ReportAmount.
           MOVE DaysOutstanding TO ReportDays.
           MOVE SPACES TO ReconLine.
           STRING "Check " CkNumber " Customer " CkIDNum
               " Issued " CkIssueDate " " ReportAmount
               " Days " ReportDays " " ItemText
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
       ListOutstandingVendorChecks.
           MOVE 'N' TO CheckEOFFlag.
           MOVE ZEROS TO AkNumber.
           START APChkFile KEY IS NOT LESS THAN AkNumber
               INVALID KEY MOVE 'Y' TO CheckEOFFlag
           END-START.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ APChkFile NEXT RECORD
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N' AND AkIssued
                   PERFORM ReportOutstandingVendorCheck
               END-IF
           END-PERFORM.
       ReportOutstandingVendorCheck.
           ADD 1 TO OutstandingCount.
           ADD AkAmount TO OutstandingTotal.
           COMPUTE IssueDateInt =
               FUNCTION INTEGER-OF-DATE(AkIssueDate).
           COMPUTE DaysOutstanding = BizDateInt - IssueDateInt.
           MOVE SPACES TO ItemText.
           IF DaysOutstanding >= StaleDays
               ADD 1 TO StaleCount
               MOVE "STALE - ESCHEATMENT" TO ItemText
               IF NOT AkStale
                   SET AkStale TO TRUE
                   REWRITE APChkData
                       INVALID KEY
                           DISPLAY "WARNING: check " AkNumber
                               " not flagged"
                       NOT INVALID KEY
                           ADD 1 TO NewStaleCount
                   END-REWRITE
               END-IF
           END-IF.
           MOVE AkAmount TO ReportAmount.
           MOVE DaysOutstanding TO ReportDays.
           MOVE SPACES TO ReconLine.
           STRING "Check " AkNumber " Vendor   " AkVendorID
               " Issued " AkIssueDate " " ReportAmount
               " Days " ReportDays " " ItemText
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
       WriteReconSummary.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
           MOVE MatchedTotal TO ReportTotal.
           MOVE SPACES TO ReconLine.
           STRING "MATCHED PAID CHECKS   : " MatchedCount
               "  TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE SPACES TO ReconLine.
           STRING "AMOUNT MISMATCHES     : " MismatchCount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE SPACES TO ReconLine.
           STRING "PAID BUT NOT ISSUED   : " NotIssuedCount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE OutstandingTotal TO ReportTotal.
           MOVE SPACES TO ReconLine.
           STRING "OUTSTANDING CHECKS    : " OutstandingCount
               "  TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE SPACES TO ReconLine.
           STRING "STALE (ESCHEATMENT)   : " StaleCount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
