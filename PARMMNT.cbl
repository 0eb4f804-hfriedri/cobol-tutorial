              SELECT WofCtlFile ASSIGN TO "wofctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WofCtlStatus.
              SELECT AchCtlFile ASSIGN TO "achctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AchCtlStatus.
              SELECT ConfParmFile ASSIGN TO "confparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ConfParmStatus.
              SELECT RefScrnFile ASSIGN TO "refscrn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RefScrnStatus.
              SELECT ChkCtlFile ASSIGN TO "chkctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ChkCtlStatus.
              SELECT BankParmFile ASSIGN TO "bnkparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BankParmStatus.
              SELECT BizDayParmFile ASSIGN TO "calparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BizDayParmStatus.
              SELECT APMatchCtlFile ASSIGN TO "apmatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APMatchCtlStatus.
              SELECT AbcParmFile ASSIGN TO "abcparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AbcParmStatus.
              SELECT RopParmFile ASSIGN TO "ropparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RopParmStatus.
              SELECT PayRulesFile ASSIGN TO "payrules.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayRulesStatus.
              SELECT TuitParmFile ASSIGN TO "tuitparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TuitParmStatus.
              SELECT TuitFeeFile ASSIGN TO "tuitfee.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TuitFeeStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
       FD  WofCtlFile.
       01  WofCtlRecord.
               02  WofThreshold       PIC 9(5)V99.
       FD  AchCtlFile.
       01  AchCtlRecord.
               02  AchReturnLimit     PIC 9.
       FD  ConfParmFile.
       01  ConfParmRecord.
               02  CpKeyThreshold     PIC 9(7)V99.
               02  CpPerBand          PIC 9(3).
       FD  RefScrnFile.
       01  RefScrnRecord.
               02  RsLookbackDays     PIC 9(3).
               02  RsLargeCredit      PIC 9(7)V99.
       FD  ChkCtlFile.
       01  ChkCtlRecord.
               02  ChkStaleDays       PIC 9(3).
       FD  BankParmFile.
       01  BankParmRecord.
               02  BpAgeDays          PIC 9(3).
       FD  BizDayParmFile.
       01  BizDayParmRecord.
               02  BdGraceDays        PIC 9(3).
               02  BdGraceBasis       PIC X.
               02  BdAgingBasis       PIC X.
               02  BdPromiseBasis     PIC X.
       FD  APMatchCtlFile.
       01  APMatchCtlRecord.
               02  MtPriceTol         PIC V999.
       FD  AbcParmFile.
       01  AbcParmRecord.
               02  ApACutPct          PIC 9(3).
               02  ApBCutPct          PIC 9(3).
               02  ApAFreqDays        PIC 9(3).
               02  ApBFreqDays        PIC 9(3).
               02  ApCFreqDays        PIC 9(3).
       FD  RopParmFile.
       01  RopParmRecord.
               02  RcDemandMonths     PIC 99.
               02  RcServiceFactor    PIC 9V99.
               02  RcCoverDays        PIC 9(3).
               02  RcDefLeadDays      PIC 9(3).
       FD  PayRulesFile.
       01  PayRulesRecord.
               02  PrWeeklyOTHours    PIC 99V99.
               02  PrDailyOTHours     PIC 99V99.
               02  PrOTMultiplier     PIC 9V99.
               02  PrDailyDTHours     PIC 99V99.
               02  PrDTMultiplier     PIC 9V99.
               02  PrHolidayMult      PIC 9V99.
       FD  TuitParmFile.
       01  TuitParmRecord.
               02  TpTermCode         PIC X(6).
               02  TpTermStart        PIC 9(8).
               02  TpHourRate         PIC 9(4)V99.
               02  TpRefundDays       PIC 9(3).
               02  TpHoldDays         PIC 9(3).
               02  TpHoldAmount       PIC 9(7)V99.
       FD  TuitFeeFile.
       01  TuitFeeRecord.
               02  TfFeeCode          PIC X(6).
               02  TfFeeDesc          PIC X(20).
               02  TfFeeAmount        PIC 9(5)V99.
       FD  AuditFile.
       01  AuditRecord.
               02  AuditTimestamp         PIC X(21).
       01  TermCtlStatus              PIC XX.
       01  SortCtlStatus              PIC XX.
       01  WofCtlStatus               PIC XX.
       01  AchCtlStatus               PIC XX.
       01  ConfParmStatus             PIC XX.
       01  RefScrnStatus              PIC XX.
       01  ChkCtlStatus               PIC XX.
       01  BankParmStatus             PIC XX.
       01  BizDayParmStatus           PIC XX.
       01  APMatchCtlStatus           PIC XX.
       01  AbcParmStatus              PIC XX.
       01  NewACutPct                 PIC 9(3).
       01  NewBCutPct                 PIC 9(3).
       01  NewAFreqDays               PIC 9(3).
       01  NewBFreqDays               PIC 9(3).
       01  NewCFreqDays               PIC 9(3).
       01  RopParmStatus              PIC XX.
       01  NewDemandMonths            PIC 99.
       01  NewServiceFactor           PIC 9V99.
       01  NewCoverDays               PIC 9(3).
       01  NewDefLeadDays             PIC 9(3).
       01  PayRulesStatus             PIC XX.
       01  NewWeeklyOTHours           PIC 99V99.
       01  NewDailyOTHours            PIC 99V99.
       01  NewOTMultiplier            PIC 9V99.
       01  NewDailyDTHours            PIC 99V99.
       01  NewDTMultiplier            PIC 9V99.
       01  NewHolidayMult             PIC 9V99.
       01  TuitParmStatus             PIC XX.
       01  NewTermStart               PIC 9(8).
       01  NewHourRate                PIC 9(4)V99.
       01  NewRefundDays              PIC 9(3).
       01  NewHoldDays                PIC 9(3).
       01  NewHoldAmount              PIC 9(7)V99.
       01  TuitFeeStatus              PIC XX.
       01  WorkFeeCode                PIC X(6).
       01  WorkFeeDesc                PIC X(20).
       01  WorkFeeAmount              PIC 9(5)V99.
       01  FeeIdx                     PIC 99.
       01  FoundFeeIdx                PIC 99.
       01  ValueHours                 PIC Z9.99.
       01  ValueFactor                PIC 9.99.
       01  WorkBasis                  PIC X.
               88  WorkBasisValid     VALUE 'B' 'C'.
       01  BasisOKFlag                PIC X.
       01  NewGraceBasis              PIC X.
       01  NewAgingBasis              PIC X.
       01  NewPromiseBasis            PIC X.
       01  WorkCount                  PIC 9(3).
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  Choice                     PIC 99.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  EndOfFileFlag              PIC X.
       01  CurrentOpID                PIC X(8).
                                      DEPENDING ON RateCount.
                   03  RTCode         PIC X(5).
                   03  RTRate         PIC V999.
       01  FeeTable.
               02  FeeCount           PIC 99 VALUE 0.
               02  FeeEntry           OCCURS 1 TO 20 TIMES
                                      DEPENDING ON FeeCount.
                   03  FTCode         PIC X(6).
                   03  FTDesc         PIC X(20).
                   03  FTAmount       PIC 9(5)V99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "CONTROL PARAMETER MAINTENANCE".
               DISPLAY "5: Posting Term (termctl)"
               DISPLAY "6: Sort Key (sortctl)"
               DISPLAY "7: Write-Off Threshold (wofctl)"
               DISPLAY "8: Autopay Return Limit (achctl)"
               DISPLAY "9: Confirmation Sample (confparm)"
               DISPLAY "10: Refund Screening (refscrn)"
               DISPLAY "11: Stale Check Age (chkctl)"
               DISPLAY "12: Bank Reconciliation Aging (bnkparm)"
               DISPLAY "13: Business Day Counting (calparm)"
               DISPLAY "14: AP Match Price Tolerance (apmatch)"
               DISPLAY "15: ABC Classes and Count Frequency (abcparm)"
               DISPLAY "16: Reorder Point Calculation (ropparm)"
               DISPLAY "17: Overtime and Premium Pay (payrules)"
               DISPLAY "18: Tuition Billing Term and Hold (tuitparm)"
               DISPLAY "19: Tuition Fees (tuitfee)"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 5 PERFORM MaintainPostingTerm
                   WHEN 6 PERFORM MaintainSortKey
                   WHEN 7 PERFORM MaintainWofThreshold
                   WHEN 8 PERFORM MaintainAchReturnLimit
                   WHEN 9 PERFORM MaintainConfSample
                   WHEN 10 PERFORM MaintainRefundScreen
                   WHEN 11 PERFORM MaintainStaleCheckAge
                   WHEN 12 PERFORM MaintainBankRecAge
                   WHEN 13 PERFORM MaintainBusinessDays
                   WHEN 14 PERFORM MaintainMatchTolerance
                   WHEN 15 PERFORM MaintainAbcClasses
                   WHEN 16 PERFORM MaintainReorderCalc
                   WHEN 17 PERFORM MaintainPayRules
                   WHEN 18 PERFORM MaintainTuitionTerm
                   WHEN 19 PERFORM MaintainTuitionFees
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-PERFORM.
               CLOSE AuditFile
               MOVE "WOFCTL" TO ParmName
               PERFORM ShowAndAuditChange
           END-IF.
       MaintainAchReturnLimit.
           MOVE ZEROS TO AchReturnLimit.
           OPEN INPUT AchCtlFile.
           IF AchCtlStatus = "00"
               READ AchCtlFile
                   AT END CONTINUE
               END-READ
               CLOSE AchCtlFile
           END-IF.
           MOVE AchReturnLimit TO OldValueText.
           DISPLAY "Current Autopay Return Limit : " AchReturnLimit.
           DISPLAY "New Limit (1 - 9 Returned Debits) : "
               WITH NO ADVANCING.
           ACCEPT WorkDigit.
           IF WorkDigit = 0
               DISPLAY "Limit Must Be 1 to 9 - Not Changed"
           ELSE
               MOVE WorkDigit TO AchReturnLimit
               OPEN OUTPUT AchCtlFile
               WRITE AchCtlRecord
               CLOSE AchCtlFile
               MOVE WorkDigit TO NewValueText
               MOVE "ACHCTL" TO ParmName
               PERFORM ShowAndAuditChange
           END-IF.
      * Balances at or over the key item threshold are always sent a
      * confirmation; the per-band count is drawn at random from each
      * balance band below it.
       MaintainConfSample.
           MOVE ZEROS TO CpKeyThreshold.
           MOVE ZEROS TO CpPerBand.
           OPEN INPUT ConfParmFile.
           IF ConfParmStatus = "00"
               READ ConfParmFile
                   AT END CONTINUE
               END-READ
               CLOSE ConfParmFile
           END-IF.
           DISPLAY "Current Key Item Threshold : " CpKeyThreshold.
           DISPLAY "Current Sample Per Band    : " CpPerBand.
           DISPLAY "New Key Item Threshold (Must Be > 0) : "
               WITH NO ADVANCING.
           ACCEPT WorkAmount.
           DISPLAY "New Sample Per Band (1 - 999) : "
               WITH NO ADVANCING.
           ACCEPT WorkCount.
           IF WorkAmount = ZEROS OR WorkCount = ZEROS
               DISPLAY "Threshold and Sample Size Must Be Greater "
                   "Than Zero - Not Changed"
           ELSE
               MOVE CpKeyThreshold TO ValueAmount
               MOVE ValueAmount TO OldValueText
               MOVE WorkAmount TO ValueAmount
               MOVE ValueAmount TO NewValueText
               MOVE "CONFKEY" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE CpPerBand TO OldValueText
               MOVE WorkCount TO NewValueText
               MOVE "CONFBAND" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE WorkAmount TO CpKeyThreshold
               MOVE WorkCount TO CpPerBand
               OPEN OUTPUT ConfParmFile
               WRITE ConfParmRecord
               CLOSE ConfParmFile
           END-IF.
      * Refunds to customers with a recent address or contact change,
      * an NSF return or a large credit inside the lookback window are
      * held for supervisor review rather than paid.
       MaintainRefundScreen.
           MOVE ZEROS TO RsLookbackDays.
           MOVE ZEROS TO RsLargeCredit.
           OPEN INPUT RefScrnFile.
           IF RefScrnStatus = "00"
               READ RefScrnFile
                   AT END CONTINUE
               END-READ
               CLOSE RefScrnFile
           END-IF.
           DISPLAY "Current Lookback Days      : " RsLookbackDays.
           DISPLAY "Current Large Credit Amount: " RsLargeCredit.
           DISPLAY "New Lookback Days (1 - 999) : " WITH NO ADVANCING.
           ACCEPT WorkCount.
           DISPLAY "New Large Credit Amount (Must Be > 0) : "
               WITH NO ADVANCING.
           ACCEPT WorkAmount.
           IF WorkAmount = ZEROS OR WorkCount = ZEROS
               DISPLAY "Lookback and Amount Must Be Greater "
                   "Than Zero - Not Changed"
           ELSE
               MOVE RsLookbackDays TO OldValueText
               MOVE WorkCount TO NewValueText
               MOVE "REFSCRNDAYS" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE RsLargeCredit TO ValueAmount
               MOVE ValueAmount TO OldValueText
               MOVE WorkAmount TO ValueAmount
               MOVE ValueAmount TO NewValueText
               MOVE "REFSCRNAMT" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE WorkCount TO RsLookbackDays
               MOVE WorkAmount TO RsLargeCredit
               OPEN OUTPUT RefScrnFile
               WRITE RefScrnRecord
               CLOSE RefScrnFile
           END-IF.
      * Refund checks still uncashed after this many days are flagged
      * stale by the cleared-check reconciliation for escheatment.
       MaintainStaleCheckAge.
           MOVE ZEROS TO ChkStaleDays.
           OPEN INPUT ChkCtlFile.
           IF ChkCtlStatus = "00"
               READ ChkCtlFile
                   AT END CONTINUE
               END-READ
               CLOSE ChkCtlFile
           END-IF.
           MOVE ChkStaleDays TO OldValueText.
           DISPLAY "Current Stale Check Age (Days) : " ChkStaleDays.
           DISPLAY "New Stale Check Age (1 - 999 Days) : "
               WITH NO ADVANCING.
           ACCEPT WorkCount.
           IF WorkCount = ZEROS
               DISPLAY "Age Must Be Greater Than Zero - Not Changed"
           ELSE
               MOVE WorkCount TO ChkStaleDays
               OPEN OUTPUT ChkCtlFile
               WRITE ChkCtlRecord
               CLOSE ChkCtlFile
               MOVE WorkCount TO NewValueText
               MOVE "CHKSTALE" TO ParmName
               PERFORM ShowAndAuditChange
           END-IF.
      * Bank and book items still unmatched after this many days are
      * raised on the exceptions queue by the bank reconciliation.
       MaintainBankRecAge.
           MOVE ZEROS TO BpAgeDays.
           OPEN INPUT BankParmFile.
           IF BankParmStatus = "00"
               READ BankParmFile
                   AT END CONTINUE
               END-READ
               CLOSE BankParmFile
           END-IF.
           MOVE BpAgeDays TO OldValueText.
           DISPLAY "Current Unmatched Item Age (Days) : " BpAgeDays.
           DISPLAY "New Unmatched Item Age (1 - 999 Days) : "
               WITH NO ADVANCING.
           ACCEPT WorkCount.
           IF WorkCount = ZEROS
               DISPLAY "Age Must Be Greater Than Zero - Not Changed"
           ELSE
               MOVE WorkCount TO BpAgeDays
               OPEN OUTPUT BankParmFile
               WRITE BankParmRecord
               CLOSE BankParmFile
               MOVE WorkCount TO NewValueText
               MOVE "BANKRECAGE" TO ParmName
               PERFORM ShowAndAuditChange
           END-IF.
      * The finance charge grace period, and whether it, receivables
      * aging and promise-to-pay due dates count business days from
      * the business calendar (B) or calendar days (C).
       MaintainBusinessDays.
           MOVE ZEROS TO BdGraceDays.
           MOVE 'C' TO BdGraceBasis.
           MOVE 'C' TO BdAgingBasis.
           MOVE 'C' TO BdPromiseBasis.
           OPEN INPUT BizDayParmFile.
           IF BizDayParmStatus = "00"
               READ BizDayParmFile
                   AT END CONTINUE
               END-READ
               CLOSE BizDayParmFile
           END-IF.
           DISPLAY "Current Finance Charge Grace (Days) : " BdGraceDays
               " " BdGraceBasis.
           DISPLAY "Current Aging Day Count             : "
               BdAgingBasis.
           DISPLAY "Current Promise-to-Pay Day Count    : "
               BdPromiseBasis.
           DISPLAY "New Grace Period (0 - 999 Days) : "
               WITH NO ADVANCING.
           ACCEPT WorkCount.
           MOVE 'Y' TO BasisOKFlag.
           DISPLAY "Grace Days Are (B=Business C=Calendar) : "
               WITH NO ADVANCING.
           PERFORM AcceptBasis.
           MOVE WorkBasis TO NewGraceBasis.
           DISPLAY "Aging Counts (B=Business C=Calendar) : "
               WITH NO ADVANCING.
           PERFORM AcceptBasis.
           MOVE WorkBasis TO NewAgingBasis.
           DISPLAY "Promise Dates Count (B=Business C=Calendar) : "
               WITH NO ADVANCING.
           PERFORM AcceptBasis.
           MOVE WorkBasis TO NewPromiseBasis.
           IF BasisOKFlag = 'N'
               DISPLAY "Day Counts Must Be B or C - Not Changed"
           ELSE
               IF WorkCount NOT = BdGraceDays
                   MOVE BdGraceDays TO OldValueText
                   MOVE WorkCount TO NewValueText
                   MOVE "FINGRACE" TO ParmName
                   PERFORM ShowAndAuditChange
               END-IF
               IF NewGraceBasis NOT = BdGraceBasis
                   MOVE BdGraceBasis TO OldValueText
                   MOVE NewGraceBasis TO NewValueText
                   MOVE "FINGRACEBASIS" TO ParmName
                   PERFORM ShowAndAuditChange
               END-IF
               IF NewAgingBasis NOT = BdAgingBasis
                   MOVE BdAgingBasis TO OldValueText
                   MOVE NewAgingBasis TO NewValueText
                   MOVE "AGINGBASIS" TO ParmName
                   PERFORM ShowAndAuditChange
               END-IF
               IF NewPromiseBasis NOT = BdPromiseBasis
                   MOVE BdPromiseBasis TO OldValueText
                   MOVE NewPromiseBasis TO NewValueText
                   MOVE "PROMISEBASIS" TO ParmName
                   PERFORM ShowAndAuditChange
               END-IF
               MOVE WorkCount TO BdGraceDays
               MOVE NewGraceBasis TO BdGraceBasis
               MOVE NewAgingBasis TO BdAgingBasis
               MOVE NewPromiseBasis TO BdPromiseBasis
               OPEN OUTPUT BizDayParmFile
               WRITE BizDayParmRecord
               CLOSE BizDayParmFile
           END-IF.
      * How far a vendor's invoice price may differ from the PO price,
      * as a fraction of the PO price, before APMATCH holds the
      * voucher. Zero means the prices must agree exactly.
       MaintainMatchTolerance.
           MOVE ZEROS TO MtPriceTol.
           OPEN INPUT APMatchCtlFile.
           IF APMatchCtlStatus = "00"
               READ APMatchCtlFile
                   AT END CONTINUE
               END-READ
               CLOSE APMatchCtlFile
           END-IF.
           MOVE MtPriceTol TO ValueRate.
           MOVE ValueRate TO OldValueText.
           DISPLAY "Current Price Tolerance : " ValueRate.
           DISPLAY "New Tolerance (0.000 - 0.999) : "
               WITH NO ADVANCING.
           ACCEPT WorkRate.
           MOVE WorkRate TO MtPriceTol.
           OPEN OUTPUT APMatchCtlFile.
           WRITE APMatchCtlRecord.
           CLOSE APMatchCtlFile.
           MOVE WorkRate TO ValueRate.
           MOVE ValueRate TO NewValueText.
           MOVE "APMATCHTOL" TO ParmName.
           PERFORM ShowAndAuditChange.
      * ABCCLASS ranks items by annual usage value: class A takes the
      * items making up the first ACutPct percent of the value, class B
      * up to BCutPct percent, class C the rest. CYCCNT counts each
      * class every so many days.
       MaintainAbcClasses.
           MOVE ZEROS TO AbcParmRecord.
           OPEN INPUT AbcParmFile.
           IF AbcParmStatus = "00"
               READ AbcParmFile
                   AT END MOVE ZEROS TO AbcParmRecord
               END-READ
               CLOSE AbcParmFile
           END-IF.
           DISPLAY "Current Class A Cutoff (% of Value) : " ApACutPct.
           DISPLAY "Current Class B Cutoff (% of Value) : " ApBCutPct.
           DISPLAY "Current Count Days A " ApAFreqDays " B "
               ApBFreqDays " C " ApCFreqDays.
           DISPLAY "New Class A Cutoff (1 - 99) : " WITH NO ADVANCING.
           ACCEPT NewACutPct.
           DISPLAY "New Class B Cutoff (Above A, Up To 100) : "
               WITH NO ADVANCING.
           ACCEPT NewBCutPct.
           DISPLAY "Count Class A Every (1 - 999 Days) : "
               WITH NO ADVANCING.
           ACCEPT NewAFreqDays.
           DISPLAY "Count Class B Every (1 - 999 Days) : "
               WITH NO ADVANCING.
           ACCEPT NewBFreqDays.
           DISPLAY "Count Class C Every (1 - 999 Days) : "
               WITH NO ADVANCING.
           ACCEPT NewCFreqDays.
           EVALUATE TRUE
               WHEN NewACutPct = ZEROS OR NewACutPct NOT < NewBCutPct
                       OR NewBCutPct > 100
                   DISPLAY "Cutoffs Must Rise From A to B and Not "
                       "Exceed 100 - Not Changed"
               WHEN NewAFreqDays = ZEROS OR NewBFreqDays = ZEROS
                       OR NewCFreqDays = ZEROS
                   DISPLAY "Count Frequencies Must Be Greater "
                       "Than Zero - Not Changed"
               WHEN OTHER
                   MOVE ApACutPct TO OldValueText
                   MOVE NewACutPct TO NewValueText
                   MOVE "ABCACUT" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE ApBCutPct TO OldValueText
                   MOVE NewBCutPct TO NewValueText
                   MOVE "ABCBCUT" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE ApAFreqDays TO OldValueText
                   MOVE NewAFreqDays TO NewValueText
                   MOVE "ABCAFREQ" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE ApBFreqDays TO OldValueText
                   MOVE NewBFreqDays TO NewValueText
                   MOVE "ABCBFREQ" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE ApCFreqDays TO OldValueText
                   MOVE NewCFreqDays TO NewValueText
                   MOVE "ABCCFREQ" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE NewACutPct TO ApACutPct
                   MOVE NewBCutPct TO ApBCutPct
                   MOVE NewAFreqDays TO ApAFreqDays
                   MOVE NewBFreqDays TO ApBFreqDays
                   MOVE NewCFreqDays TO ApCFreqDays
                   OPEN OUTPUT AbcParmFile
                   WRITE AbcParmRecord
                   CLOSE AbcParmFile
           END-EVALUATE.
      * ROPCALC takes demand from this many months of ledger, sets
      * safety stock at the service factor times the spread of daily
      * demand over the lead time, sizes the order-up-to level to
      * cover so many days beyond the reorder point, and uses the
      * default lead time for items with no vendor source.
       MaintainReorderCalc.
           MOVE ZEROS TO RopParmRecord.
           OPEN INPUT RopParmFile.
           IF RopParmStatus = "00"
               READ RopParmFile
                   AT END MOVE ZEROS TO RopParmRecord
               END-READ
               CLOSE RopParmFile
           END-IF.
           MOVE RcServiceFactor TO ValueFactor.
           DISPLAY "Current Demand Months     : " RcDemandMonths.
           DISPLAY "Current Service Factor    : " ValueFactor.
           DISPLAY "Current Cover Days        : " RcCoverDays.
           DISPLAY "Current Default Lead Days : " RcDefLeadDays.
           DISPLAY "New Demand Months (1 - 24) : " WITH NO ADVANCING.
           ACCEPT NewDemandMonths.
           DISPLAY "New Service Factor (0.01 - 9.99) : "
               WITH NO ADVANCING.
           ACCEPT NewServiceFactor.
           DISPLAY "New Cover Days (1 - 999) : " WITH NO ADVANCING.
           ACCEPT NewCoverDays.
           DISPLAY "New Default Lead Days (1 - 999) : "
               WITH NO ADVANCING.
           ACCEPT NewDefLeadDays.
           IF NewDemandMonths = ZEROS OR NewDemandMonths > 24
                   OR NewServiceFactor = ZEROS
                   OR NewCoverDays = ZEROS OR NewDefLeadDays = ZEROS
               DISPLAY "Values Out of Range - Not Changed"
           ELSE
               MOVE RcDemandMonths TO OldValueText
               MOVE NewDemandMonths TO NewValueText
               MOVE "ROPMONTHS" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE RcServiceFactor TO ValueFactor
               MOVE ValueFactor TO OldValueText
               MOVE NewServiceFactor TO ValueFactor
               MOVE ValueFactor TO NewValueText
               MOVE "ROPFACTOR" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE RcCoverDays TO OldValueText
               MOVE NewCoverDays TO NewValueText
               MOVE "ROPCOVER" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE RcDefLeadDays TO OldValueText
               MOVE NewDefLeadDays TO NewValueText
               MOVE "ROPLEAD" TO ParmName
               PERFORM ShowAndAuditChange
               MOVE NewDemandMonths TO RcDemandMonths
               MOVE NewServiceFactor TO RcServiceFactor
               MOVE NewCoverDays TO RcCoverDays
               MOVE NewDefLeadDays TO RcDefLeadDays
               OPEN OUTPUT RopParmFile
               WRITE RopParmRecord
               CLOSE RopParmFile
           END-IF.
      * PAYRUN pays hours over the weekly threshold, and any hours in
      * a day over the daily threshold, at the overtime multiplier,
      * and hours in a day over the double-time threshold at the
      * double-time multiplier. A daily threshold of zero is not
      * applied. Holiday hours are paid at the holiday multiplier.
      * Without the file PAYRUN uses 40 hours a week at 1.50, no daily
      * thresholds, 2.00 double time and a 1.50 holiday premium.
       MaintainPayRules.
           MOVE ZEROS TO PayRulesRecord.
           OPEN INPUT PayRulesFile.
           IF PayRulesStatus = "00"
               READ PayRulesFile
                   AT END MOVE ZEROS TO PayRulesRecord
               END-READ
               CLOSE PayRulesFile
           END-IF.
           DISPLAY "Current Weekly Overtime After : " PrWeeklyOTHours.
           DISPLAY "Current Daily Overtime After  : " PrDailyOTHours.
           DISPLAY "Current Overtime Multiplier   : " PrOTMultiplier.
           DISPLAY "Current Daily Double Time After : "
               PrDailyDTHours.
           DISPLAY "Current Double Time Multiplier  : "
               PrDTMultiplier.
           DISPLAY "Current Holiday Multiplier    : " PrHolidayMult.
           DISPLAY "New Weekly Overtime After (1 - 99 Hours) : "
               WITH NO ADVANCING.
           ACCEPT NewWeeklyOTHours.
           DISPLAY "New Daily Overtime After (0 = None) : "
               WITH NO ADVANCING.
           ACCEPT NewDailyOTHours.
           DISPLAY "New Overtime Multiplier (1.00 - 9.99) : "
               WITH NO ADVANCING.
           ACCEPT NewOTMultiplier.
           DISPLAY "New Daily Double Time After (0 = None) : "
               WITH NO ADVANCING.
           ACCEPT NewDailyDTHours.
           DISPLAY "New Double Time Multiplier (1.00 - 9.99) : "
               WITH NO ADVANCING.
           ACCEPT NewDTMultiplier.
           DISPLAY "New Holiday Multiplier (1.00 - 9.99) : "
               WITH NO ADVANCING.
           ACCEPT NewHolidayMult.
           EVALUATE TRUE
               WHEN NewWeeklyOTHours = ZEROS
                       OR NewDailyOTHours > 24
                       OR NewDailyDTHours > 24
                   DISPLAY "Hour Thresholds Out of Range - "
                       "Not Changed"
               WHEN NewDailyDTHours > ZEROS
                       AND NewDailyDTHours NOT > NewDailyOTHours
                   DISPLAY "Double Time Must Start After Daily "
                       "Overtime - Not Changed"
               WHEN NewOTMultiplier < 1 OR NewDTMultiplier < 1
                       OR NewHolidayMult < 1
                   DISPLAY "Multipliers Must Be At Least 1.00 - "
                       "Not Changed"
               WHEN OTHER
                   MOVE PrWeeklyOTHours TO ValueHours
                   MOVE ValueHours TO OldValueText
                   MOVE NewWeeklyOTHours TO ValueHours
                   MOVE ValueHours TO NewValueText
                   MOVE "PAYOTWEEK" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE PrDailyOTHours TO ValueHours
                   MOVE ValueHours TO OldValueText
                   MOVE NewDailyOTHours TO ValueHours
                   MOVE ValueHours TO NewValueText
                   MOVE "PAYOTDAY" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE PrOTMultiplier TO ValueFactor
                   MOVE ValueFactor TO OldValueText
                   MOVE NewOTMultiplier TO ValueFactor
                   MOVE ValueFactor TO NewValueText
                   MOVE "PAYOTMULT" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE PrDailyDTHours TO ValueHours
                   MOVE ValueHours TO OldValueText
                   MOVE NewDailyDTHours TO ValueHours
                   MOVE ValueHours TO NewValueText
                   MOVE "PAYDTDAY" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE PrDTMultiplier TO ValueFactor
                   MOVE ValueFactor TO OldValueText
                   MOVE NewDTMultiplier TO ValueFactor
                   MOVE ValueFactor TO NewValueText
                   MOVE "PAYDTMULT" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE PrHolidayMult TO ValueFactor
                   MOVE ValueFactor TO OldValueText
                   MOVE NewHolidayMult TO ValueFactor
                   MOVE ValueFactor TO NewValueText
                   MOVE "PAYHOLMULT" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE NewWeeklyOTHours TO PrWeeklyOTHours
                   MOVE NewDailyOTHours TO PrDailyOTHours
                   MOVE NewOTMultiplier TO PrOTMultiplier
                   MOVE NewDailyDTHours TO PrDailyDTHours
                   MOVE NewDTMultiplier TO PrDTMultiplier
                   MOVE NewHolidayMult TO PrHolidayMult
                   OPEN OUTPUT PayRulesFile
                   WRITE PayRulesRecord
                   CLOSE PayRulesFile
           END-EVALUATE.
      * TUITBILL bills the term named here at the rate per credit
      * hour. A student dropping before the term start is credited in
      * full; within the refund window after the start the tuition is
      * credited pro rata. A student whose billing account has more
      * than the hold amount open past the hold days is put on
      * financial hold; zero hold days switches the hold check off.
       MaintainTuitionTerm.
           MOVE SPACES TO TpTermCode.
           MOVE ZEROS TO TpTermStart.
           MOVE ZEROS TO TpHourRate.
           MOVE ZEROS TO TpRefundDays.
           MOVE ZEROS TO TpHoldDays.
           MOVE ZEROS TO TpHoldAmount.
           OPEN INPUT TuitParmFile.
           IF TuitParmStatus = "00"
               READ TuitParmFile
                   AT END CONTINUE
               END-READ
               CLOSE TuitParmFile
           END-IF.
           DISPLAY "Current Billing Term     : " TpTermCode.
           DISPLAY "Current Term Start Date  : " TpTermStart.
           DISPLAY "Current Rate Per Credit Hour : " TpHourRate.
           DISPLAY "Current Refund Window Days   : " TpRefundDays.
           DISPLAY "Current Hold After Days  : " TpHoldDays.
           DISPLAY "Current Hold Amount Over : " TpHoldAmount.
           DISPLAY "New Billing Term (e.g. 2022FA) : "
               WITH NO ADVANCING.
           ACCEPT WorkTermCode.
           DISPLAY "New Term Start Date (YYYYMMDD) : "
               WITH NO ADVANCING.
           ACCEPT NewTermStart.
           DISPLAY "New Rate Per Credit Hour : " WITH NO ADVANCING.
           ACCEPT NewHourRate.
           DISPLAY "New Refund Window (0 - 999 Days) : "
               WITH NO ADVANCING.
           ACCEPT NewRefundDays.
           DISPLAY "New Hold After Overdue Days (0 = No Hold) : "
               WITH NO ADVANCING.
           ACCEPT NewHoldDays.
           DISPLAY "New Hold Amount Over : " WITH NO ADVANCING.
           ACCEPT NewHoldAmount.
           EVALUATE TRUE
               WHEN WorkTermCode = SPACES
                   DISPLAY "Term Code Must Not Be Blank - Not Changed"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(NewTermStart) NOT = 0
                   DISPLAY "Term Start Date Invalid - Not Changed"
               WHEN NewHourRate = ZEROS
                   DISPLAY "Rate Must Be Greater Than Zero - "
                       "Not Changed"
               WHEN OTHER
                   MOVE TpTermCode TO OldValueText
                   MOVE WorkTermCode TO NewValueText
                   MOVE "TUITTERM" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE TpTermStart TO OldValueText
                   MOVE NewTermStart TO NewValueText
                   MOVE "TUITSTART" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE TpHourRate TO ValueAmount
                   MOVE ValueAmount TO OldValueText
                   MOVE NewHourRate TO ValueAmount
                   MOVE ValueAmount TO NewValueText
                   MOVE "TUITRATE" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE TpRefundDays TO OldValueText
                   MOVE NewRefundDays TO NewValueText
                   MOVE "TUITREFUND" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE TpHoldDays TO OldValueText
                   MOVE NewHoldDays TO NewValueText
                   MOVE "TUITHOLDDAY" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE TpHoldAmount TO ValueAmount
                   MOVE ValueAmount TO OldValueText
                   MOVE NewHoldAmount TO ValueAmount
                   MOVE ValueAmount TO NewValueText
                   MOVE "TUITHOLDAMT" TO ParmName
                   PERFORM ShowAndAuditChange
                   MOVE WorkTermCode TO TpTermCode
                   MOVE NewTermStart TO TpTermStart
                   MOVE NewHourRate TO TpHourRate
                   MOVE NewRefundDays TO TpRefundDays
                   MOVE NewHoldDays TO TpHoldDays
                   MOVE NewHoldAmount TO TpHoldAmount
                   OPEN OUTPUT TuitParmFile
                   WRITE TuitParmRecord
                   CLOSE TuitParmFile
           END-EVALUATE.
      * Every fee on file is charged once per student per term. An
      * amount of zero takes the fee off the table.
       MaintainTuitionFees.
           PERFORM LoadFeeTable.
           DISPLAY " ".
           PERFORM VARYING FeeIdx FROM 1 BY 1
                   UNTIL FeeIdx > FeeCount
               DISPLAY FTCode(FeeIdx) " " FTDesc(FeeIdx) " = "
                   FTAmount(FeeIdx)
           END-PERFORM.
           DISPLAY "Fee Code : " WITH NO ADVANCING.
           ACCEPT WorkFeeCode.
           MOVE FUNCTION UPPER-CASE(WorkFeeCode) TO WorkFeeCode.
           DISPLAY "Description : " WITH NO ADVANCING.
           ACCEPT WorkFeeDesc.
           DISPLAY "Amount (0 = Remove) : " WITH NO ADVANCING.
           ACCEPT WorkFeeAmount.
           MOVE 0 TO FoundFeeIdx.
           PERFORM VARYING FeeIdx FROM 1 BY 1
                   UNTIL FeeIdx > FeeCount
               IF FTCode(FeeIdx) = WorkFeeCode
                   MOVE FeeIdx TO FoundFeeIdx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WorkFeeCode = SPACES
                   DISPLAY "Fee Code Required - Not Changed"
               WHEN FoundFeeIdx = 0 AND WorkFeeAmount = ZEROS
                   DISPLAY "Fee Not on File - Not Changed"
               WHEN FoundFeeIdx = 0 AND FeeCount >= 20
                   DISPLAY "Fee Table Full - Not Changed"
               WHEN OTHER
                   IF FoundFeeIdx > 0
                       MOVE FTAmount(FoundFeeIdx) TO ValueAmount
                       MOVE ValueAmount TO OldValueText
                   ELSE
                       MOVE SPACES TO OldValueText
                       ADD 1 TO FeeCount
                       MOVE FeeCount TO FoundFeeIdx
                       MOVE WorkFeeCode TO FTCode(FoundFeeIdx)
                   END-IF
                   IF WorkFeeDesc NOT = SPACES
                       MOVE WorkFeeDesc TO FTDesc(FoundFeeIdx)
                   END-IF
                   MOVE WorkFeeAmount TO FTAmount(FoundFeeIdx)
                   PERFORM SaveFeeTable
                   MOVE WorkFeeAmount TO ValueAmount
                   MOVE ValueAmount TO NewValueText
                   MOVE SPACES TO ParmName
                   STRING "TUITFEE " WorkFeeCode
                       DELIMITED BY SIZE INTO ParmName
                   END-STRING
                   PERFORM ShowAndAuditChange
           END-EVALUATE.
       LoadFeeTable.
           MOVE 0 TO FeeCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT TuitFeeFile.
           IF TuitFeeStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ TuitFeeFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND FeeCount < 20
                   ADD 1 TO FeeCount
                   MOVE TfFeeCode TO FTCode(FeeCount)
                   MOVE TfFeeDesc TO FTDesc(FeeCount)
                   MOVE TfFeeAmount TO FTAmount(FeeCount)
               END-IF
           END-PERFORM.
           IF TuitFeeStatus = "00" OR TuitFeeStatus = "10"
               CLOSE TuitFeeFile
           END-IF.
      * Fees set to zero are dropped from the file as it is written.
       SaveFeeTable.
           OPEN OUTPUT TuitFeeFile.
           PERFORM VARYING FeeIdx FROM 1 BY 1
                   UNTIL FeeIdx > FeeCount
               IF FTAmount(FeeIdx) > ZEROS
                   MOVE FTCode(FeeIdx) TO TfFeeCode
                   MOVE FTDesc(FeeIdx) TO TfFeeDesc
                   MOVE FTAmount(FeeIdx) TO TfFeeAmount
                   WRITE TuitFeeRecord
               END-IF
           END-PERFORM.
           CLOSE TuitFeeFile.
       AcceptBasis.
           ACCEPT WorkBasis.
           MOVE FUNCTION UPPER-CASE(WorkBasis) TO WorkBasis.
           IF NOT WorkBasisValid
               MOVE 'N' TO BasisOKFlag
           END-IF.
       ShowAndAuditChange.
           DISPLAY "Before : " OldValueText.
           DISPLAY "After  : " NewValueText.
