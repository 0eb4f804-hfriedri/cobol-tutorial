              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT OPTIONAL BizDayParmFile ASSIGN TO "calparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BizDayParmStatus.
              SELECT RegisterFile ASSIGN TO "finchg.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RateFile.
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
       FD  OpenItemFile.
       01  OpenItemData.
               02  OpenItemKey.
                   03  OiIDNum        PIC 9(6).
                   03  OiInvoiceNum   PIC 9(6).
               02  OiInvDate          PIC 9(8).
               02  OiOrderRef         PIC X(10).
               02  OiOrigAmount       PIC S9(7)V99.
               02  OiOpenAmount       PIC S9(7)V99.
               02  OiLastDate         PIC 9(8).
               02  OiStatus           PIC X.
                   88  OiItemOpen     VALUE 'O'.
                   88  OiItemClosed   VALUE 'C'.
                   88  OiItemVoided   VALUE 'X'.
       FD  BizDayParmFile.
       01  BizDayParmRecord.
               02  BdGraceDays        PIC 9(3).
               02  BdGraceBasis       PIC X.
               02  BdAgingBasis       PIC X.
               02  BdPromiseBasis     PIC X.
       FD  RegisterFile.
       01  RegisterLine               PIC X(90).
       WORKING-STORAGE SECTION.
       01  PostSeqStatus              PIC XX.
       01  CtlFileStatus              PIC XX.
       01  RateFoundFlag              PIC X VALUE 'N'.
       01  MonthlyRate                PIC V999 VALUE .015.
       01  ChargeAmount               PIC S9(7)V99.
       01  ChargeableBalance          PIC S9(7)V99.
       01  DisputedTotal              PIC S9(9)V99 VALUE ZEROS.
       01  DspCustID                  PIC 9(6).
       01  DspInvoice                 PIC 9(6).
       01  DspOpenAmount              PIC 9(7)V99.
       01  BizDayParmStatus           PIC XX.
       01  GraceDays                  PIC 9(3) VALUE 0.
       01  GraceBasis                 PIC X VALUE 'C'.
               88  GraceInBusinessDays VALUE 'B'.
       01  GraceAmount                PIC S9(7)V99.
       01  GraceTotal                 PIC S9(9)V99 VALUE ZEROS.
       01  ItemDisputed               PIC 9(7)V99.
       01  ItemAge                    PIC S9(7).
       01  ItemEOFFlag                PIC X.
       01  CalFunction                PIC X(4).
       01  CalDate2                   PIC 9(8).
       01  CalDays                    PIC S9(5).
       01  CalDayType                 PIC X.
       01  AccruedCount               PIC 9(6) VALUE 0.
       01  AccruedTotal               PIC S9(9)V99 VALUE ZEROS.
       01  ReportTotal                PIC ZZZZZZZZ9.99-.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  RunMode                    PIC X(5) VALUE SPACES.
               88  TrialRun           VALUE "TRIAL".
       01  TrialBanner                PIC X(60) VALUE
               "*** TRIAL RUN - SIMULATION ONLY - NOTHING POSTED ***".
       01  OpeningCtlBalance          PIC S9(11)V99 VALUE ZEROS.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportBalance              PIC ZZZZZZZZZZ9.99-.
       01  ReportRate                 PIC .999.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "MONTH-END FINANCE CHARGE ACCRUAL".
           PERFORM GetRunMode.
           PERFORM LoadFinanceRate.
           PERFORM LoadGracePeriod.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           MOVE CtlTotalBalance TO OpeningCtlBalance.
           OPEN INPUT OpenItemFile.
           IF TrialRun
               OPEN INPUT CustomerFile
           ELSE
               OPEN I-O CustomerFile
               OPEN EXTEND AuditFile
               OPEN I-O PostingFile
           END-IF.
           PERFORM WriteRegisterHeading.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE OpenItemFile.
           IF NOT TrialRun
               CLOSE AuditFile
               CLOSE PostingFile
               PERFORM SaveControlTotals
           END-IF.
           PERFORM WriteRegisterTotals.
           PERFORM ReleaseCustLock.
           MOVE AccruedTotal TO ReportTotal.
           DISPLAY "Monthly Rate Used : " MonthlyRate
           DISPLAY "Customers Charged : " AccruedCount
           DISPLAY "Total Accrued     : " ReportTotal
           MOVE DisputedTotal TO ReportTotal.
           DISPLAY "Excluded Disputed : " ReportTotal
           MOVE GraceTotal TO ReportTotal.
           DISPLAY "Excluded In Grace : " ReportTotal
           DISPLAY "Register Written to finchg.lst"
           IF TrialRun
               DISPLAY "TRIAL RUN - NOTHING WAS POSTED"
           END-IF
           DISPLAY "END OF FINANCE CHARGE ACCRUAL".
           STOP RUN.
      * A trial run only reads the customer file, so it takes a read
      * lock and lets other readers carry on.
       AcquireCustLock.
           MOVE "FINCHG" TO LockCallerID.
           IF TrialRun
               MOVE "GETR" TO LockAction
           ELSE
               MOVE "GETW" TO LockAction
           END-IF.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           IF TrialRun
               MOVE "RELR" TO LockAction
           ELSE
               MOVE "RELW" TO LockAction
           END-IF.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       GetProcessingDate.
           IF RateFoundFlag = 'N'
               DISPLAY "Rate FINCH not on file - using default rate"
           END-IF.
      * calparm.dat holds the grace period; without it every positive
      * balance is charged as before.
       LoadGracePeriod.
           OPEN INPUT BizDayParmFile.
           IF BizDayParmStatus = "00"
               READ BizDayParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF BdGraceDays IS NUMERIC
                           MOVE BdGraceDays TO GraceDays
                       END-IF
                       MOVE BdGraceBasis TO GraceBasis
               END-READ
           END-IF.
           IF BizDayParmStatus = "00" OR BizDayParmStatus = "05"
                   OR BizDayParmStatus = "10"
               CLOSE BizDayParmFile
           END-IF.
      * Amounts the customer has in open dispute carry no finance
      * charge until the dispute is resolved.
       AccrueOneCharge.
           MOVE IDNum TO DspCustID.
           MOVE ZEROS TO DspInvoice.
           CALL 'DISPSUM' USING DspCustID, DspInvoice, DspOpenAmount.
           COMPUTE ChargeableBalance = Balance - DspOpenAmount.
           IF DspOpenAmount > Balance
               ADD Balance TO DisputedTotal
           ELSE
               ADD DspOpenAmount TO DisputedTotal
           END-IF.
           IF GraceDays > 0 AND ChargeableBalance > 0
               PERFORM SumItemsInGrace
               IF GraceAmount > ChargeableBalance
                   MOVE ChargeableBalance TO GraceAmount
               END-IF
               SUBTRACT GraceAmount FROM ChargeableBalance
               ADD GraceAmount TO GraceTotal
           END-IF.
           IF ChargeableBalance > 0
               COMPUTE ChargeAmount ROUNDED =
                   ChargeableBalance * MonthlyRate
           ELSE
               MOVE ZEROS TO ChargeAmount
           END-IF.
           IF ChargeAmount > 0
               MOVE Balance TO AuditBeforeAmount
               ADD ChargeAmount TO Balance
               IF TrialRun
                   PERFORM CountOneCharge
               ELSE
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "WARNING: ID " IDNum
                               " finance charge not posted"
                       NOT INVALID KEY
                           PERFORM CountOneCharge
                           MOVE "FINCHG" TO AuditOperation
                           MOVE IDNum TO AuditIDNum
                           MOVE FirstName TO AuditBeforeFirstName
                           MOVE LastName TO AuditBeforeLastName
                           MOVE FirstName TO AuditAfterFirstName
                           MOVE LastName TO AuditAfterLastName
                           MOVE "Finance charge" TO AuditReasonCode
                           MOVE Balance TO AuditAfterAmount
                           PERFORM WriteAuditRecord
                           PERFORM WriteChargePosting
                   END-REWRITE
               END-IF
           END-IF.
      * Invoices still inside the grace period carry no charge yet.
      * The grace period counts calendar days from the invoice date,
      * or business days from the business calendar when calparm.dat
      * says so. Any part of an invoice in dispute is already out.
       SumItemsInGrace.
           MOVE ZEROS TO GraceAmount.
           MOVE IDNum TO OiIDNum.
           MOVE ZEROS TO OiInvoiceNum.
           MOVE 'N' TO ItemEOFFlag.
           START OpenItemFile KEY IS NOT LESS THAN OpenItemKey
               INVALID KEY MOVE 'Y' TO ItemEOFFlag
           END-START.
           PERFORM UNTIL ItemEOFFlag = 'Y'
               READ OpenItemFile NEXT RECORD
                   AT END MOVE 'Y' TO ItemEOFFlag
               END-READ
               IF ItemEOFFlag = 'N'
                   IF OiIDNum NOT = IDNum
                       MOVE 'Y' TO ItemEOFFlag
                   ELSE
                       IF OiItemOpen AND OiOpenAmount > ZEROS
                           PERFORM CheckItemInGrace
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       CheckItemInGrace.
           IF GraceInBusinessDays
               MOVE "CNT " TO CalFunction
               MOVE BusinessDate TO CalDate2
               CALL 'BIZCAL' USING CalFunction, OiInvDate, CalDate2,
                   CalDays, CalDayType
               MOVE CalDays TO ItemAge
           ELSE
               COMPUTE ItemAge =
                   FUNCTION INTEGER-OF-DATE(BusinessDate)
                   - FUNCTION INTEGER-OF-DATE(OiInvDate)
           END-IF.
           IF ItemAge <= GraceDays
               MOVE ZEROS TO ItemDisputed
               IF DspOpenAmount > ZEROS
                   MOVE OiInvoiceNum TO DspInvoice
                   CALL 'DISPSUM' USING DspCustID, DspInvoice,
                       ItemDisputed
               END-IF
               IF ItemDisputed < OiOpenAmount
                   COMPUTE GraceAmount = GraceAmount + OiOpenAmount
                       - ItemDisputed
               END-IF
           END-IF.
       CountOneCharge.
           ADD 1 TO AccruedCount.
           ADD ChargeAmount TO CtlTotalBalance.
           ADD ChargeAmount TO AccruedTotal.
           MOVE ChargeAmount TO ReportAmount.
           MOVE SPACES TO RegisterLine.
           STRING "Customer " IDNum " "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               " Charge " ReportAmount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
      * The run mode comes from the SYSIN card; TRIAL produces the
      * register only and leaves every file as it was.
       GetRunMode.
           ACCEPT RunMode.
           MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode.
           IF TrialRun
               DISPLAY "*** TRIAL RUN - NO UPDATES WILL BE MADE ***"
           END-IF.
       WriteRegisterHeading.
           OPEN OUTPUT RegisterFile.
           IF TrialRun
               MOVE TrialBanner TO RegisterLine
               WRITE RegisterLine
           END-IF.
           MOVE "FINANCE CHARGE ACCRUAL REGISTER" TO RegisterLine.
           WRITE RegisterLine.
           MOVE MonthlyRate TO ReportRate.
           MOVE SPACES TO RegisterLine.
           STRING "Processing Date " BusinessDate
               "  Rate Code FINCH  Monthly Rate " ReportRate
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           IF RateFoundFlag = 'N'
               MOVE "Rate FINCH not on finrate.dat - default used"
                   TO RegisterLine
               WRITE RegisterLine
           END-IF.
           IF GraceDays > 0
               MOVE SPACES TO RegisterLine
               IF GraceInBusinessDays
                   STRING "Grace Period " GraceDays
                       " business days from invoice date"
                       DELIMITED BY SIZE INTO RegisterLine
                   END-STRING
               ELSE
                   STRING "Grace Period " GraceDays
                       " days from invoice date"
                       DELIMITED BY SIZE INTO RegisterLine
                   END-STRING
               END-IF
               WRITE RegisterLine
           END-IF.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE AccruedTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "CUSTOMERS CHARGED : " AccruedCount
               "  TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE DisputedTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "EXCLUDED DISPUTED : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE GraceTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "EXCLUDED IN GRACE : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE OpeningCtlBalance TO ReportBalance.
           MOVE SPACES TO RegisterLine.
           STRING "CONTROL BALANCE BEFORE : " ReportBalance
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE CtlTotalBalance TO ReportBalance.
           MOVE SPACES TO RegisterLine.
           STRING "CONTROL BALANCE AFTER  : " ReportBalance
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "ACTIVE CUSTOMERS       : " CtlActiveCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           IF TrialRun
               MOVE "*** END OF TRIAL RUN - NOTHING WAS POSTED ***"
                   TO RegisterLine
               WRITE RegisterLine
           END-IF.
           CLOSE RegisterFile.
       LoadControlTotals.
           MOVE 0 TO CtlActiveCount.
           MOVE ZEROS TO CtlTotalBalance.
