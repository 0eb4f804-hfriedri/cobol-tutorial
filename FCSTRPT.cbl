       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCSTRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL PayPlanFile ASSIGN TO "payplan.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PayPlanKey.
              SELECT OPTIONAL CollCaseFile ASSIGN TO "collcase.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CaseIDNum.
              SELECT CollHistFile ASSIGN TO "collhist.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT OPTIONAL CashActFile ASSIGN TO "cashact.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT FcstHistFile ASSIGN TO "fcsthist.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FcstHistStatus.
              SELECT ForecastFile ASSIGN TO "fcstrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
       01  CustomerData.
               02  IDNum              PIC 9(6).
               02  FirstName          PIC X(15).
               02  LastName           PIC X(15).
               02  TaxID              PIC 9(9).
               02  CustAddress.
                   03  StreetNumber   PIC X(6).
                   03  StreetName     PIC X(20).
                   03  City           PIC X(15).
               02  DateOfBirth.
                   03  MOB            PIC 99.
                   03  DOB            PIC 99.
                   03  YOB            PIC 9(4).
               02  LastActivityDate.
                   03  LastActMonth   PIC 99.
                   03  LastActDay     PIC 99.
                   03  LastActYear    PIC 9(4).
               02  Balance            PIC S9(7)V99 VALUE ZEROS.
               02  CreditLimit        PIC S9(7)V99 VALUE ZEROS.
               02  RecStatus          PIC X VALUE SPACE.
                   88  RecordActive   VALUE SPACE.
                   88  RecordFrozen   VALUE 'F'.
                   88  RecordDormant  VALUE 'M'.
                   88  RecordClosed   VALUE 'C'.
                   88  RecordDeleted  VALUE 'D'.
                   88  RecordMerged   VALUE 'G'.
                   88  RecordLive     VALUES SPACE, 'F', 'M'.
               02  MergedToID         PIC 9(6).
               02  CustJurisCode      PIC X(5).
               02  DoNotMailFlag      PIC X.
                   88  DoNotMail      VALUE 'Y'.
               02  TaxIDVerifyStatus  PIC X.
                   88  TaxIDVerified  VALUE 'V'.
                   88  TaxIDVerFailed VALUE 'F'.
               02  CredScore          PIC 9(3).
               02  CredScoreDate      PIC 9(8).
               02  AddrStatus         PIC X.
                   88  AddrGood       VALUE SPACE.
                   88  AddrBad        VALUE 'B'.
       FD  PayPlanFile.
       01  PayPlanData.
               02  PayPlanKey.
                   03  PpIDNum        PIC 9(6).
                   03  PpInstNum      PIC 9(2).
               02  PpDueDate          PIC 9(8).
               02  PpAmount           PIC 9(7)V99.
               02  PpStatus           PIC X.
                   88  InstOpen       VALUE 'O'.
                   88  InstMet        VALUE 'M'.
       FD  CollCaseFile.
       01  CollCaseData.
               02  CaseIDNum          PIC 9(6).
               02  CaseOpenDate       PIC 9(8).
               02  CaseStatus         PIC X.
                   88  CaseIsOpen     VALUE 'O'.
                   88  CaseIsClosed   VALUE 'C'.
               02  CasePromiseAmt     PIC 9(7)V99.
               02  CasePromiseDate    PIC 9(8).
               02  CasePromiseStat    PIC X.
                   88  PromiseNone    VALUE SPACE.
                   88  PromisePending VALUE 'P'.
                   88  PromiseKept    VALUE 'K'.
                   88  PromiseBroken  VALUE 'B'.
       FD  CollHistFile.
       01  CollHistRecord.
               02  ChIDNum            PIC 9(6).
               02  ChDate             PIC 9(8).
               02  ChOperator         PIC X(8).
               02  ChAction           PIC X(8).
               02  ChText             PIC X(30).
               02  ChAmount           PIC 9(7)V99.
       FD  PostingFile.
       01  PostRecord.
               02  PostKey.
                   03  PostIDNum      PIC 9(6).
                   03  PostSeqNum     PIC 9(9).
               02  PostDate           PIC 9(8).
               02  PostType           PIC X(8).
               02  PostRef            PIC X(10).
               02  PostAmount         PIC S9(7)V99.
               02  PostBalAfter       PIC S9(7)V99.
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
       FD  CashActFile.
       01  CashActRecord.
               02  CaDate             PIC 9(8).
               02  CaApplied          PIC 9(9)V99.
               02  CaUnapplied        PIC 9(9)V99.
               02  CaPayCount         PIC 9(5).
       FD  FcstHistFile.
       01  FcstHistRecord.
               02  FhRunDate          PIC 9(8).
               02  FhWeekNum          PIC 99.
               02  FhWeekStart        PIC 9(8).
               02  FhExpected         PIC S9(9)V99.
               02  FhAtRisk           PIC S9(9)V99.
               02  FhWriteOff         PIC S9(9)V99.
       FD  ForecastFile.
       01  ForecastLine               PIC X(90).
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
       01  FcstHistStatus             PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  ScanEOFFlag                PIC X.
       01  CustCount                  PIC 9(6) VALUE 0.
       01  DefaultDaysToPay           PIC 9(3) VALUE 30.
       01  AtRiskAge                  PIC 9(3) VALUE 60.
       01  WriteOffAge                PIC 9(3) VALUE 120.
       01  BizDateInt                 PIC 9(7).
       01  WorkDateInt                PIC 9(7).
       01  WorkDateNum                PIC 9(8).
       01  PostDateYMD                PIC 9(8).
       01  LastInvDateInt             PIC 9(7).
       01  PayDaysSum                 PIC 9(9).
       01  PayDaysCount               PIC 9(5).
       01  DaysToPay                  PIC 9(5).
       01  ItemAge                    PIC S9(7).
       01  Remaining                  PIC S9(9)V99.
       01  WorkAmount                 PIC S9(9)V99.
       01  WorkCategory               PIC X.
               88  CatExpected            VALUE 'E'.
               88  CatAtRisk              VALUE 'R'.
               88  CatWriteOff            VALUE 'W'.
       01  CaseFoundFlag              PIC X.
       01  WeekIdx                    PIC 99.
       01  PromiseIdx                 PIC 9(5).
       01  CustKept                   PIC 9(3).
       01  CustBroken                 PIC 9(3).
       01  HistIdx                    PIC 9(5).
       01  HistCutoffDate             PIC 9(8).
       01  PriorRunDate               PIC 9(8) VALUE ZEROS.
       01  PriorCutoffDate            PIC 9(8).
       01  WeekEndDate                PIC 9(8).
       01  ActualCash                 PIC S9(9)V99.
       01  ActualVariance             PIC S9(9)V99.
       01  ComparedCount              PIC 99 VALUE 0.
       01  WeekTotal                  PIC S9(9)V99.
       01  ExpectedTotal              PIC S9(9)V99 VALUE ZEROS.
       01  AtRiskTotal                PIC S9(9)V99 VALUE ZEROS.
       01  WriteOffTotal              PIC S9(9)V99 VALUE ZEROS.
       01  ReportWeek                 PIC Z9.
       01  ReportExp                  PIC ZZZZZZZZ9.99-.
       01  ReportRisk                 PIC ZZZZZZZZ9.99-.
       01  ReportWof                  PIC ZZZZZZZZ9.99-.
       01  ReportTot                  PIC ZZZZZZZZ9.99-.
       01  WeekTable.
               02  WeekEntry          OCCURS 14 TIMES.
                   03  WkStart        PIC 9(8).
                   03  WkExpected     PIC S9(9)V99.
                   03  WkAtRisk       PIC S9(9)V99.
                   03  WkWriteOff     PIC S9(9)V99.
       01  PromiseTable.
               02  PromiseCount       PIC 9(5) VALUE 0.
               02  PromiseEntry       OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON PromiseCount.
                   03  PtIDNum        PIC 9(6).
                   03  PtKept         PIC 9(3).
                   03  PtBroken       PIC 9(3).
       01  HistTable.
               02  HistCount          PIC 9(5) VALUE 0.
               02  HistEntry          OCCURS 1 TO 1500 TIMES
                                      DEPENDING ON HistCount.
                   03  HsRunDate      PIC 9(8).
                   03  HsWeekNum      PIC 99.
                   03  HsWeekStart    PIC 9(8).
                   03  HsExpected     PIC S9(9)V99.
                   03  HsAtRisk       PIC S9(9)V99.
                   03  HsWriteOff     PIC S9(9)V99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "13-WEEK CASH COLLECTION FORECAST".
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM SetUpWeeks.
           PERFORM LoadPromiseHistory.
           PERFORM LoadForecastHistory.
           OPEN INPUT CustomerFile.
           OPEN INPUT PayPlanFile.
           OPEN INPUT CollCaseFile.
           OPEN INPUT PostingFile.
           OPEN INPUT OpenItemFile.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RecordLive
                       AND Balance > 0
                   PERFORM ForecastOneCustomer
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE PayPlanFile.
           CLOSE CollCaseFile.
           CLOSE PostingFile.
           CLOSE OpenItemFile.
           OPEN OUTPUT ForecastFile.
           PERFORM WriteForecastWeeks.
           PERFORM WriteForecastVsActual.
           CLOSE ForecastFile.
           PERFORM SaveForecastHistory.
           DISPLAY "Customers Forecast : " CustCount.
           MOVE ExpectedTotal TO ReportExp.
           DISPLAY "Expected           : " ReportExp.
           MOVE AtRiskTotal TO ReportRisk.
           DISPLAY "At Risk            : " ReportRisk.
           MOVE WriteOffTotal TO ReportWof.
           DISPLAY "Write-Off Likely   : " ReportWof.
           DISPLAY "Report Written to fcstrpt.lst".
           DISPLAY "END OF COLLECTION FORECAST".
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
      * Week one starts on the processing date; the fourteenth slot
      * collects whatever falls beyond the thirteen-week horizon.
       SetUpWeeks.
           PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 14
               COMPUTE WkStart(WeekIdx) = FUNCTION DATE-OF-INTEGER(
                   BizDateInt + (WeekIdx - 1) * 7)
               MOVE ZEROS TO WkExpected(WeekIdx)
               MOVE ZEROS TO WkAtRisk(WeekIdx)
               MOVE ZEROS TO WkWriteOff(WeekIdx)
           END-PERFORM.
      * Kept and broken promises per customer decide how far a
      * customer's current promise to pay can be relied on.
       LoadPromiseHistory.
           OPEN INPUT CollHistFile.
           MOVE 'N' TO ScanEOFFlag.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ CollHistFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                       AND (ChAction = "KEPT" OR ChAction = "BROKEN")
                   PERFORM NotePromiseOutcome
               END-IF
           END-PERFORM.
           CLOSE CollHistFile.
       NotePromiseOutcome.
           PERFORM VARYING PromiseIdx FROM 1 BY 1
                   UNTIL PromiseIdx > PromiseCount
                   OR PtIDNum(PromiseIdx) = ChIDNum
               CONTINUE
           END-PERFORM.
           IF PromiseIdx > PromiseCount AND PromiseCount < 5000
               ADD 1 TO PromiseCount
               MOVE PromiseCount TO PromiseIdx
               MOVE ChIDNum TO PtIDNum(PromiseIdx)
               MOVE 0 TO PtKept(PromiseIdx)
               MOVE 0 TO PtBroken(PromiseIdx)
           END-IF.
           IF PromiseIdx <= PromiseCount
               IF ChAction = "KEPT"
                   ADD 1 TO PtKept(PromiseIdx)
               ELSE
                   ADD 1 TO PtBroken(PromiseIdx)
               END-IF
           END-IF.
      * Earlier forecasts are kept for thirteen weeks. The latest one
      * made at least a week ago is the one set against actual cash,
      * so a nightly run always has completed weeks to compare.
       LoadForecastHistory.
           COMPUTE HistCutoffDate = FUNCTION DATE-OF-INTEGER(
               BizDateInt - 91).
           COMPUTE PriorCutoffDate = FUNCTION DATE-OF-INTEGER(
               BizDateInt - 7).
           OPEN INPUT FcstHistFile.
           IF FcstHistStatus = "00"
               MOVE 'N' TO ScanEOFFlag
               PERFORM UNTIL ScanEOFFlag = 'Y'
                   READ FcstHistFile
                       AT END MOVE 'Y' TO ScanEOFFlag
                   END-READ
                   IF ScanEOFFlag = 'N'
                           AND FhRunDate >= HistCutoffDate
                           AND FhRunDate < BusinessDate
                           AND HistCount < 1486
                       ADD 1 TO HistCount
                       MOVE FhRunDate TO HsRunDate(HistCount)
                       MOVE FhWeekNum TO HsWeekNum(HistCount)
                       MOVE FhWeekStart TO HsWeekStart(HistCount)
                       MOVE FhExpected TO HsExpected(HistCount)
                       MOVE FhAtRisk TO HsAtRisk(HistCount)
                       MOVE FhWriteOff TO HsWriteOff(HistCount)
                       IF FhRunDate > PriorRunDate
                               AND FhRunDate <= PriorCutoffDate
                           MOVE FhRunDate TO PriorRunDate
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FcstHistFile
           END-IF.
      * Collections are placed in this order, each capped at what is
      * left of the balance: open plan installments on their due
      * dates, a pending promise on its date, then the open items
      * and any residual at the customer's usual days-to-pay.
       ForecastOneCustomer.
           ADD 1 TO CustCount.
           MOVE Balance TO Remaining.
           PERFORM ComputeDaysToPay.
           PERFORM PlaceInstallments.
           PERFORM PlacePromise.
           PERFORM PlaceOpenItems.
           IF Remaining > ZEROS
               COMPUTE WorkDateNum = LastActYear * 10000
                   + LastActMonth * 100 + LastActDay
               COMPUTE WorkDateInt =
                   FUNCTION INTEGER-OF-DATE(WorkDateNum)
               MOVE Remaining TO WorkAmount
               PERFORM PlaceAgedAmount
           END-IF.
      * Days-to-pay is the average gap between each payment and the
      * invoice posted most recently before it.
       ComputeDaysToPay.
           MOVE 0 TO LastInvDateInt.
           MOVE 0 TO PayDaysSum.
           MOVE 0 TO PayDaysCount.
           MOVE IDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
           MOVE 'N' TO ScanEOFFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF PostIDNum NOT = IDNum
                       MOVE 'Y' TO ScanEOFFlag
                   ELSE
                       PERFORM NotePostingDate
                   END-IF
               END-IF
           END-PERFORM.
           IF PayDaysCount > 0
               COMPUTE DaysToPay = PayDaysSum / PayDaysCount
           ELSE
               MOVE DefaultDaysToPay TO DaysToPay
           END-IF.
       NotePostingDate.
           MOVE PostDate(5:4) TO PostDateYMD(1:4).
           MOVE PostDate(1:4) TO PostDateYMD(5:4).
           EVALUATE PostType
               WHEN "INVOICE"
                   COMPUTE LastInvDateInt =
                       FUNCTION INTEGER-OF-DATE(PostDateYMD)
               WHEN "LOCKBOX"
               WHEN "PAYMENT"
                   IF LastInvDateInt > 0
                       COMPUTE WorkDateInt =
                           FUNCTION INTEGER-OF-DATE(PostDateYMD)
                       IF WorkDateInt >= LastInvDateInt
                           COMPUTE PayDaysSum = PayDaysSum
                               + WorkDateInt - LastInvDateInt
                           ADD 1 TO PayDaysCount
                       END-IF
                   END-IF
           END-EVALUATE.
       PlaceInstallments.
           MOVE IDNum TO PpIDNum.
           MOVE ZEROS TO PpInstNum.
           MOVE 'N' TO ScanEOFFlag.
           START PayPlanFile KEY IS NOT LESS THAN PayPlanKey
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ PayPlanFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF PpIDNum NOT = IDNum
                       MOVE 'Y' TO ScanEOFFlag
                   ELSE
                       IF InstOpen
                           COMPUTE WorkDateInt =
                               FUNCTION INTEGER-OF-DATE(PpDueDate)
                           IF PpDueDate < BusinessDate
                               SET CatAtRisk TO TRUE
                           ELSE
                               SET CatExpected TO TRUE
                           END-IF
                           MOVE PpAmount TO WorkAmount
                           PERFORM PlaceAmount
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A promise from a customer who has broken more promises than
      * kept, or whose date has already passed, is at risk.
       PlacePromise.
           MOVE IDNum TO CaseIDNum.
           MOVE 'Y' TO CaseFoundFlag.
           READ CollCaseFile
               INVALID KEY MOVE 'N' TO CaseFoundFlag
           END-READ.
           IF CaseFoundFlag = 'Y' AND CaseIsOpen AND PromisePending
                   AND CasePromiseAmt > ZEROS
               MOVE 0 TO CustKept
               MOVE 0 TO CustBroken
               PERFORM VARYING PromiseIdx FROM 1 BY 1
                       UNTIL PromiseIdx > PromiseCount
                   IF PtIDNum(PromiseIdx) = IDNum
                       MOVE PtKept(PromiseIdx) TO CustKept
                       MOVE PtBroken(PromiseIdx) TO CustBroken
                   END-IF
               END-PERFORM
               IF CustBroken > CustKept
                       OR CasePromiseDate < BusinessDate
                   SET CatAtRisk TO TRUE
               ELSE
                   SET CatExpected TO TRUE
               END-IF
               COMPUTE WorkDateInt =
                   FUNCTION INTEGER-OF-DATE(CasePromiseDate)
               MOVE CasePromiseAmt TO WorkAmount
               PERFORM PlaceAmount
           END-IF.
       PlaceOpenItems.
           MOVE IDNum TO OiIDNum.
           MOVE ZEROS TO OiInvoiceNum.
           MOVE 'N' TO ScanEOFFlag.
           START OpenItemFile KEY IS NOT LESS THAN OpenItemKey
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y' OR Remaining <= ZEROS
               READ OpenItemFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF OiIDNum NOT = IDNum
                       MOVE 'Y' TO ScanEOFFlag
                   ELSE
                       IF OiItemOpen AND OiOpenAmount > ZEROS
                           COMPUTE WorkDateInt =
                               FUNCTION INTEGER-OF-DATE(OiInvDate)
                           MOVE OiOpenAmount TO WorkAmount
                           PERFORM PlaceAgedAmount
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * An amount dated WorkDateInt is expected at that date plus the
      * customer's days-to-pay; its age decides whether it is
      * expected, at risk or likely to be written off.
       PlaceAgedAmount.
           COMPUTE ItemAge = BizDateInt - WorkDateInt.
           EVALUATE TRUE
               WHEN ItemAge > WriteOffAge
                   SET CatWriteOff TO TRUE
               WHEN ItemAge > AtRiskAge
                   SET CatAtRisk TO TRUE
               WHEN OTHER
                   SET CatExpected TO TRUE
           END-EVALUATE.
           ADD DaysToPay TO WorkDateInt.
           PERFORM PlaceAmount.
       PlaceAmount.
           IF WorkAmount > Remaining
               MOVE Remaining TO WorkAmount
           END-IF.
           IF WorkAmount > ZEROS
               SUBTRACT WorkAmount FROM Remaining
               IF WorkDateInt < BizDateInt
                   MOVE 1 TO WeekIdx
               ELSE
                   COMPUTE WeekIdx = (WorkDateInt - BizDateInt) / 7 + 1
                   IF WeekIdx > 14
                       MOVE 14 TO WeekIdx
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN CatExpected
                       ADD WorkAmount TO WkExpected(WeekIdx)
                       ADD WorkAmount TO ExpectedTotal
                   WHEN CatAtRisk
                       ADD WorkAmount TO WkAtRisk(WeekIdx)
                       ADD WorkAmount TO AtRiskTotal
                   WHEN OTHER
                       ADD WorkAmount TO WkWriteOff(WeekIdx)
                       ADD WorkAmount TO WriteOffTotal
               END-EVALUATE
           END-IF.
       WriteForecastWeeks.
           MOVE "13-WEEK CASH COLLECTION FORECAST" TO ForecastLine.
           WRITE ForecastLine.
           MOVE SPACES TO ForecastLine.
           STRING "Processing Date " BusinessDate
               "  Customers " CustCount
               DELIMITED BY SIZE INTO ForecastLine
           END-STRING.
           WRITE ForecastLine.
           MOVE SPACES TO ForecastLine.
           WRITE ForecastLine.
           MOVE SPACES TO ForecastLine.
           STRING "WK  STARTING     EXPECTED       AT RISK     "
               "WRITE-OFF          TOTAL"
               DELIMITED BY SIZE INTO ForecastLine
           END-STRING.
           WRITE ForecastLine.
           PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 14
               PERFORM WriteOneWeekLine
           END-PERFORM.
           MOVE ExpectedTotal TO ReportExp.
           MOVE AtRiskTotal TO ReportRisk.
           MOVE WriteOffTotal TO ReportWof.
           COMPUTE WeekTotal = ExpectedTotal + AtRiskTotal
               + WriteOffTotal.
           MOVE WeekTotal TO ReportTot.
           MOVE SPACES TO ForecastLine.
           STRING "TOTAL        " ReportExp " " ReportRisk " "
               ReportWof "  " ReportTot
               DELIMITED BY SIZE INTO ForecastLine
           END-STRING.
           WRITE ForecastLine.
       WriteOneWeekLine.
           MOVE WkExpected(WeekIdx) TO ReportExp.
           MOVE WkAtRisk(WeekIdx) TO ReportRisk.
           MOVE WkWriteOff(WeekIdx) TO ReportWof.
           COMPUTE WeekTotal = WkExpected(WeekIdx) + WkAtRisk(WeekIdx)
               + WkWriteOff(WeekIdx).
           MOVE WeekTotal TO ReportTot.
           MOVE SPACES TO ForecastLine.
           IF WeekIdx < 14
               MOVE WeekIdx TO ReportWeek
               STRING ReportWeek "  " WkStart(WeekIdx) " "
                   ReportExp " " ReportRisk " " ReportWof "  "
                   ReportTot
                   DELIMITED BY SIZE INTO ForecastLine
               END-STRING
           ELSE
               STRING "LATER        " ReportExp " " ReportRisk " "
                   ReportWof "  " ReportTot
                   DELIMITED BY SIZE INTO ForecastLine
               END-STRING
           END-IF.
           WRITE ForecastLine.
      * Each week of the last forecast that has run its course is set
      * against the cash PAYAPPLY actually took in over that week.
       WriteForecastVsActual.
           MOVE SPACES TO ForecastLine.
           WRITE ForecastLine.
           MOVE SPACES TO ForecastLine.
           STRING "LAST FORECAST AGAINST ACTUAL - FORECAST OF "
               PriorRunDate
               DELIMITED BY SIZE INTO ForecastLine
           END-STRING.
           WRITE ForecastLine.
           MOVE SPACES TO ForecastLine.
           STRING "WK  STARTING     EXPECTED        ACTUAL      "
               "VARIANCE"
               DELIMITED BY SIZE INTO ForecastLine
           END-STRING.
           WRITE ForecastLine.
           PERFORM VARYING HistIdx FROM 1 BY 1
                   UNTIL HistIdx > HistCount
               IF HsRunDate(HistIdx) = PriorRunDate
                       AND HsWeekNum(HistIdx) < 14
                   COMPUTE WeekEndDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(HsWeekStart(HistIdx))
                       + 6)
                   IF WeekEndDate < BusinessDate
                       PERFORM CompareOneWeek
                   END-IF
               END-IF
           END-PERFORM.
           IF ComparedCount = 0
               MOVE "No Completed Week in the Last Forecast"
                   TO ForecastLine
               WRITE ForecastLine
           END-IF.
       CompareOneWeek.
           ADD 1 TO ComparedCount.
           MOVE ZEROS TO ActualCash.
           OPEN INPUT CashActFile.
           MOVE 'N' TO ScanEOFFlag.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ CashActFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                       AND CaDate >= HsWeekStart(HistIdx)
                       AND CaDate <= WeekEndDate
                   ADD CaApplied TO ActualCash
                   ADD CaUnapplied TO ActualCash
               END-IF
           END-PERFORM.
           CLOSE CashActFile.
           COMPUTE ActualVariance = ActualCash - HsExpected(HistIdx).
           MOVE HsWeekNum(HistIdx) TO ReportWeek.
           MOVE HsExpected(HistIdx) TO ReportExp.
           MOVE ActualCash TO ReportRisk.
           MOVE ActualVariance TO ReportTot.
           MOVE SPACES TO ForecastLine.
           STRING ReportWeek "  " HsWeekStart(HistIdx) " "
               ReportExp " " ReportRisk " " ReportTot
               DELIMITED BY SIZE INTO ForecastLine
           END-STRING.
           WRITE ForecastLine.
       SaveForecastHistory.
           OPEN OUTPUT FcstHistFile.
           PERFORM VARYING HistIdx FROM 1 BY 1
                   UNTIL HistIdx > HistCount
               MOVE HsRunDate(HistIdx) TO FhRunDate
               MOVE HsWeekNum(HistIdx) TO FhWeekNum
               MOVE HsWeekStart(HistIdx) TO FhWeekStart
               MOVE HsExpected(HistIdx) TO FhExpected
               MOVE HsAtRisk(HistIdx) TO FhAtRisk
               MOVE HsWriteOff(HistIdx) TO FhWriteOff
               WRITE FcstHistRecord
           END-PERFORM.
           PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 14
               MOVE BusinessDate TO FhRunDate
               MOVE WeekIdx TO FhWeekNum
               MOVE WkStart(WeekIdx) TO FhWeekStart
               MOVE WkExpected(WeekIdx) TO FhExpected
               MOVE WkAtRisk(WeekIdx) TO FhAtRisk
               MOVE WkWriteOff(WeekIdx) TO FhWriteOff
               WRITE FcstHistRecord
           END-PERFORM.
           CLOSE FcstHistFile.
