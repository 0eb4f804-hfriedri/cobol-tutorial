       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PaycheckFile ASSIGN TO "paychk.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PaycheckStatus.
              SELECT EmployeeFile ASSIGN TO "empmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EmpID.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL SnapshotFile ASSIGN TO "qtrytd.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SnapshotStatus.
              SELECT ExtractFile ASSIGN TO "qtrtax.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT QtrListFile ASSIGN TO "qtrtax.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PaycheckFile.
       01  PaycheckRecord.
               02  CkEmpID            PIC 9(4).
               02  CkPayDate          PIC X(8).
               02  CkHours            PIC 99V99.
               02  CkGross            PIC 9(6)V99.
               02  CkFedTax           PIC 9(6)V99.
               02  CkInsAmount        PIC 9(5)V99.
               02  CkRetAmount        PIC 9(5)V99.
               02  CkGarnAmount       PIC 9(5)V99.
               02  CkMatchAmount      PIC 9(5)V99.
               02  CkNet              PIC 9(6)V99.
               02  CkOTHours          PIC 99V99.
               02  CkPremHours        PIC 99V99.
               02  CkRegEarn          PIC 9(6)V99.
               02  CkOTEarn           PIC 9(6)V99.
               02  CkPremEarn         PIC 9(6)V99.
               02  CkCommEarn         PIC 9(6)V99.
               02  CkPtoHours         PIC 99V99.
               02  CkPtoEarn          PIC 9(6)V99.
               02  CkCheckType        PIC X.
                   88  CkIsOffCycle   VALUE 'O'.
                   88  CkIsVoid       VALUE 'V'.
                   88  CkIsReissue    VALUE 'S'.
               02  CkRefSeq           PIC 9(7).
               02  CkOtherEarn        PIC 9(6)V99.
               02  CkPtoTaken         OCCURS 9 TIMES.
                   03  CkPtType       PIC X.
                   03  CkPtHours      PIC 9(3)V99.
       FD  EmployeeFile.
       01  EmployeeData.
               02  EmpID              PIC 9(4).
               02  EmpName            PIC X(20).
               02  EmpPayRate         PIC 99V99.
               02  EmpFedTaxRate      PIC V999.
               02  EmpDeductRate      PIC V999.
               02  EmpYTDGross        PIC 9(7)V99.
               02  EmpYTDTax          PIC 9(7)V99.
               02  EmpYTDNet          PIC 9(7)V99.
               02  EmpRecStatus       PIC X.
                   88  EmployeeActive VALUE SPACE.
                   88  EmployeeGone   VALUE 'D'.
               02  EmpBankRouting     PIC 9(9).
               02  EmpBankAccount     PIC X(12).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  SnapshotFile.
       01  SnapshotRecord.
               02  QsEmpID            PIC 9(4).
               02  QsYear             PIC 9(4).
               02  QsQuarter          PIC 9.
               02  QsOpenGross        PIC S9(7)V99.
               02  QsOpenTax          PIC S9(7)V99.
               02  QsCloseGross       PIC S9(7)V99.
               02  QsCloseTax         PIC S9(7)V99.
       FD  ExtractFile.
       01  ExtRecord.
               02  ExtRecType         PIC X.
                   88  ExtIsHeader    VALUE 'H'.
                   88  ExtIsMonth     VALUE 'M'.
                   88  ExtIsDetail    VALUE 'D'.
                   88  ExtIsTrailer   VALUE 'T'.
               02  ExtRecBody         PIC X(89).
       01  ExtHeaderRecord REDEFINES ExtRecord.
               02  FILLER             PIC X.
               02  ExtHdrRunDate      PIC X(8).
               02  ExtHdrSourceSys    PIC X(10).
               02  ExtHdrYear         PIC 9(4).
               02  ExtHdrQuarter      PIC 9.
               02  ExtHdrStartDate    PIC X(8).
               02  ExtHdrEndDate      PIC X(8).
               02  FILLER             PIC X(50).
       01  ExtMonthRecord REDEFINES ExtRecord.
               02  FILLER             PIC X.
               02  ExtMonth           PIC 99.
               02  ExtMonthChecks     PIC S9(5)
                                      SIGN TRAILING SEPARATE.
               02  ExtMonthWages      PIC S9(9)V99
                                      SIGN TRAILING SEPARATE.
               02  ExtMonthTaxable    PIC S9(9)V99
                                      SIGN TRAILING SEPARATE.
               02  ExtMonthTax        PIC S9(9)V99
                                      SIGN TRAILING SEPARATE.
               02  FILLER             PIC X(45).
       01  ExtDetailRecord REDEFINES ExtRecord.
               02  FILLER             PIC X.
               02  ExtEmpID           PIC 9(4).
               02  ExtEmpName         PIC X(20).
               02  ExtEmpChecks       PIC S9(3)
                                      SIGN TRAILING SEPARATE.
               02  ExtEmpWages        PIC S9(7)V99
                                      SIGN TRAILING SEPARATE.
               02  ExtEmpTaxable      PIC S9(7)V99
                                      SIGN TRAILING SEPARATE.
               02  ExtEmpTax          PIC S9(7)V99
                                      SIGN TRAILING SEPARATE.
               02  ExtEmpMatch        PIC S9(7)V99
                                      SIGN TRAILING SEPARATE.
               02  FILLER             PIC X(21).
       01  ExtTrailerRecord REDEFINES ExtRecord.
               02  FILLER             PIC X.
               02  ExtTrlRecCount     PIC 9(6).
               02  ExtTrlWages        PIC S9(11)V99
                                      SIGN TRAILING SEPARATE.
               02  ExtTrlTaxable      PIC S9(11)V99
                                      SIGN TRAILING SEPARATE.
               02  ExtTrlTax          PIC S9(11)V99
                                      SIGN TRAILING SEPARATE.
               02  FILLER             PIC X(41).
       FD  QtrListFile.
       01  QtrListLine                PIC X(100).
       WORKING-STORAGE SECTION.
       01  PaycheckStatus             PIC XX.
       01  ProcDateStatus             PIC XX.
       01  SnapshotStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CheckEOFFlag               PIC X.
       01  QuarterCard                PIC X(5) VALUE SPACES.
       01  QuarterCardParts REDEFINES QuarterCard.
               02  CardYear           PIC 9(4).
               02  CardQuarter        PIC 9.
       01  RptYear                    PIC 9(4).
       01  RptQuarter                 PIC 9.
       01  RptPeriod                  PIC 9(5).
       01  SnapPeriod                 PIC 9(5).
       01  QtrFirstMonth              PIC 99.
       01  QtrStartDate.
               02  QsdYear            PIC 9(4).
               02  QsdMonth           PIC 99.
               02  QsdDay             PIC 99.
       01  QtrEndDate.
               02  QedYear            PIC 9(4).
               02  QedMonth           PIC 99.
               02  QedDay             PIC 99.
       01  QtrOpenFlag                PIC X VALUE 'N'.
       01  CheckMonth                 PIC 99.
       01  MonthIdx                   PIC 9.
       01  PayDateIdx                 PIC 9(3).
       01  FoundPayDateIdx            PIC 9(3).
       01  PayDateOverflow            PIC 9(5) VALUE 0.
       01  CheckPayDateNum            PIC 9(8).
       01  WeekDayNum                 PIC 9.
       01  DaysToDue                  PIC 99.
       01  DepositDueDate             PIC 9(8).
       01  CalFunction                PIC X(4).
       01  CalDate2                   PIC 9(8).
       01  CalDays                    PIC S9(5).
       01  CalDayType                 PIC X.
       01  CheckCount                 PIC S9.
       01  CheckGross                 PIC S9(6)V99.
       01  CheckTax                   PIC S9(6)V99.
       01  CheckMatch                 PIC S9(6)V99.
       01  EmpQtrChecks               PIC S9(3).
       01  EmpQtrGross                PIC S9(8)V99.
       01  EmpQtrTax                  PIC S9(8)V99.
       01  EmpQtrMatch                PIC S9(8)V99.
       01  EmpPriorChecks             PIC S9(3).
       01  EmpPriorGross              PIC S9(8)V99.
       01  EmpPriorTax                PIC S9(8)V99.
       01  EmpLaterChecks             PIC S9(3).
       01  EmpLaterGross              PIC S9(8)V99.
       01  EmpLaterTax                PIC S9(8)V99.
       01  OpenGross                  PIC S9(8)V99.
       01  OpenTax                    PIC S9(8)V99.
       01  CloseGross                 PIC S9(8)V99.
       01  CloseTax                   PIC S9(8)V99.
       01  ChangeGross                PIC S9(8)V99.
       01  ChangeTax                  PIC S9(8)V99.
       01  DiffGross                  PIC S9(8)V99.
       01  DiffTax                    PIC S9(8)V99.
       01  OpeningSource              PIC X.
           88  OpeningFromSnapshot    VALUE 'S'.
           88  OpeningFromRerun       VALUE 'R'.
           88  OpeningIsZero          VALUE 'Z'.
           88  OpeningFromHistory     VALUE 'H'.
       01  SnapIdx                    PIC 9(4).
       01  FoundSnapIdx               PIC 9(4).
       01  SnapUpdateFlag             PIC X.
       01  SnapFullCount              PIC 9(5) VALUE 0.
       01  QtChecks                   PIC S9(6) VALUE 0.
       01  QtWages                    PIC S9(10)V99 VALUE ZEROS.
       01  QtTaxable                  PIC S9(10)V99 VALUE ZEROS.
       01  QtTax                      PIC S9(10)V99 VALUE ZEROS.
       01  QtMatch                    PIC S9(10)V99 VALUE ZEROS.
       01  CoWages                    PIC S9(10)V99 VALUE ZEROS.
       01  CoTax                      PIC S9(10)V99 VALUE ZEROS.
       01  CoChangeGross              PIC S9(10)V99 VALUE ZEROS.
       01  CoChangeTax                PIC S9(10)V99 VALUE ZEROS.
       01  NotOnMastWages             PIC S9(10)V99 VALUE ZEROS.
       01  NotOnMastTax               PIC S9(10)V99 VALUE ZEROS.
       01  EmployeesReconciled        PIC 9(5) VALUE 0.
       01  ExceptionCount             PIC 9(5) VALUE 0.
       01  HistoryOpenCount           PIC 9(5) VALUE 0.
       01  DetailCount                PIC 9(6) VALUE 0.
       01  OutOfProofFlag             PIC X VALUE 'N'.
       01  ReportCount                PIC ZZZZ9-.
       01  ReportAmt1                 PIC ZZZZZZZZ9.99-.
       01  ReportAmt2                 PIC ZZZZZZZZ9.99-.
       01  ReportAmt3                 PIC ZZZZZZZZ9.99-.
       01  ReportAmt4                 PIC ZZZZZZZZ9.99-.
       01  ReportDiff1                PIC ZZZZZZZZ9.99-.
       01  ReportDiff2                PIC ZZZZZZZZ9.99-.
       01  ReportDiff3                PIC ZZZZZZZZ9.99-.
       01  MonthTable.
               02  MonthEntry         OCCURS 3 TIMES.
                   03  MtMonth        PIC 99.
                   03  MtChecks       PIC S9(5).
                   03  MtWages        PIC S9(9)V99.
                   03  MtTaxable      PIC S9(9)V99.
                   03  MtTax          PIC S9(9)V99.
                   03  MtMatch        PIC S9(9)V99.
       01  PayDateTable.
               02  PayDateCount       PIC 9(3) VALUE 0.
               02  PayDateEntry       OCCURS 1 TO 100 TIMES
                                      DEPENDING ON PayDateCount.
                   03  PdDate         PIC 9(8).
                   03  PdChecks       PIC S9(5).
                   03  PdWages        PIC S9(9)V99.
                   03  PdTaxable      PIC S9(9)V99.
                   03  PdTax          PIC S9(9)V99.
                   03  PdMatch        PIC S9(9)V99.
       01  SnapshotTable.
               02  SnapCount          PIC 9(4) VALUE 0.
               02  SnapEntry          OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON SnapCount.
                   03  SnEmpID        PIC 9(4).
                   03  SnYear         PIC 9(4).
                   03  SnQuarter      PIC 9.
                   03  SnOpenGross    PIC S9(7)V99.
                   03  SnOpenTax      PIC S9(7)V99.
                   03  SnCloseGross   PIC S9(7)V99.
                   03  SnCloseTax     PIC S9(7)V99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "QUARTERLY PAYROLL TAX RETURN REPORT".
           PERFORM GetReportQuarter.
           PERFORM LoadSnapshotTable.
           OPEN OUTPUT QtrListFile.
           OPEN OUTPUT ExtractFile.
           PERFORM WriteReportHeading.
           PERFORM ScanQuarterChecks.
           MOVE 'H' TO ExtRecType.
           MOVE SPACES TO ExtRecBody.
           MOVE BusinessDate TO ExtHdrRunDate.
           MOVE "PAYSYS" TO ExtHdrSourceSys.
           MOVE RptYear TO ExtHdrYear.
           MOVE RptQuarter TO ExtHdrQuarter.
           MOVE QtrStartDate TO ExtHdrStartDate.
           MOVE QtrEndDate TO ExtHdrEndDate.
           WRITE ExtRecord.
           PERFORM WriteMonthSection.
           PERFORM WritePayDateSection.
           PERFORM WriteDepositSection.
           PERFORM WriteReconHeading.
           OPEN INPUT EmployeeFile.
           MOVE ZEROS TO EmpID.
           START EmployeeFile KEY IS NOT LESS THAN EmpID
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ EmployeeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM ReconcileOneEmployee
               END-IF
           END-PERFORM.
           CLOSE EmployeeFile.
           MOVE 'T' TO ExtRecType.
           MOVE SPACES TO ExtRecBody.
           MOVE DetailCount TO ExtTrlRecCount.
           MOVE CoWages TO ExtTrlWages.
           MOVE CoWages TO ExtTrlTaxable.
           MOVE CoTax TO ExtTrlTax.
           WRITE ExtRecord.
           CLOSE ExtractFile.
           PERFORM WriteReconTotals.
           CLOSE QtrListFile.
           PERFORM SaveSnapshotTable.
           DISPLAY "Quarter            : " RptYear " Q" RptQuarter
           DISPLAY "Checks in Quarter  : " QtChecks
           DISPLAY "Employees Reconciled : " EmployeesReconciled
           DISPLAY "Employees Not Agreeing : " ExceptionCount
           DISPLAY "Filing Extract Records : " DetailCount
           IF OutOfProofFlag = 'Y'
               DISPLAY "*** CHECK HISTORY DOES NOT AGREE WITH "
                   "EMPLOYEE MASTER YTD FIELDS ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Check History Agrees with Employee Master"
               IF QtrOpenFlag = 'Y' OR PayDateOverflow > 0
                       OR SnapFullCount > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Report Written to qtrtax.lst, "
               "Extract to qtrtax.dat"
           DISPLAY "END OF QUARTERLY PAYROLL TAX RUN".
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
      * The quarter comes from the SYSIN card as YYYYQ. Without one the
      * last quarter completed before the processing date is reported.
      * A quarter still running is reported to date and flagged.
       GetReportQuarter.
           ACCEPT QuarterCard.
           IF CardYear IS NUMERIC AND CardQuarter IS NUMERIC
                   AND CardYear > 0
                   AND CardQuarter > 0 AND CardQuarter < 5
               MOVE CardYear TO RptYear
               MOVE CardQuarter TO RptQuarter
           ELSE
               COMPUTE RptQuarter = (BizMonth + 2) / 3
               IF RptQuarter = 1
                   COMPUTE RptYear = BizYear - 1
                   MOVE 4 TO RptQuarter
               ELSE
                   MOVE BizYear TO RptYear
                   SUBTRACT 1 FROM RptQuarter
               END-IF
           END-IF.
           COMPUTE RptPeriod = RptYear * 10 + RptQuarter.
           COMPUTE QtrFirstMonth = RptQuarter * 3 - 2.
           MOVE RptYear TO QsdYear QedYear.
           MOVE QtrFirstMonth TO QsdMonth.
           MOVE 01 TO QsdDay.
           COMPUTE QedMonth = QtrFirstMonth + 2.
           IF QedMonth = 6 OR QedMonth = 9
               MOVE 30 TO QedDay
           ELSE
               MOVE 31 TO QedDay
           END-IF.
           IF QtrEndDate > BusinessDate
               MOVE 'Y' TO QtrOpenFlag
               DISPLAY "WARNING: quarter " RptYear " Q" RptQuarter
                   " has not ended - reported to date"
           END-IF.
           PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 3
               COMPUTE MtMonth(MonthIdx) = QtrFirstMonth + MonthIdx
                   - 1
               MOVE ZEROS TO MtChecks(MonthIdx) MtWages(MonthIdx)
                   MtTaxable(MonthIdx) MtTax(MonthIdx)
                   MtMatch(MonthIdx)
           END-PERFORM.
       LoadSnapshotTable.
           MOVE 0 TO SnapCount.
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT SnapshotFile.
           IF SnapshotStatus NOT = "00"
               MOVE 'Y' TO CheckEOFFlag
           END-IF.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ SnapshotFile
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N' AND SnapCount < 2000
                   ADD 1 TO SnapCount
                   MOVE SnapshotRecord TO SnapEntry(SnapCount)
               END-IF
           END-PERFORM.
           IF SnapshotStatus = "00" OR SnapshotStatus = "05"
                   OR SnapshotStatus = "10"
               CLOSE SnapshotFile
           END-IF.
       SaveSnapshotTable.
           OPEN OUTPUT SnapshotFile.
           PERFORM VARYING SnapIdx FROM 1 BY 1
                   UNTIL SnapIdx > SnapCount
               MOVE SnapEntry(SnapIdx) TO SnapshotRecord
               WRITE SnapshotRecord
           END-PERFORM.
           CLOSE SnapshotFile.
       WriteReportHeading.
           MOVE SPACES TO QtrListLine.
           STRING "QUARTERLY PAYROLL TAX RETURN - " RptYear
               " QUARTER " RptQuarter "  " QtrStartDate " TO "
               QtrEndDate "  RUN " BusinessDate
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           IF QtrOpenFlag = 'Y'
               MOVE "*** QUARTER HAS NOT ENDED - TOTALS ARE TO DATE ***"
                   TO QtrListLine
               WRITE QtrListLine
           END-IF.
      * Withholding is computed on the whole gross and no deduction is
      * taken before tax, so taxable wages equal wages paid. A void
      * record is dated the day of the void and takes the voided
      * check's amounts back out of that date's quarter.
       ScanQuarterChecks.
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               MOVE 'Y' TO CheckEOFFlag
           END-IF.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ PaycheckFile
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N'
                       AND CkPayDate NOT < QtrStartDate
                       AND CkPayDate NOT > QtrEndDate
                   PERFORM SetCheckAmounts
                   PERFORM AddQuarterCheck
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
       SetCheckAmounts.
           IF CkIsVoid
               MOVE -1 TO CheckCount
               COMPUTE CheckGross = 0 - CkGross
               COMPUTE CheckTax = 0 - CkFedTax
               COMPUTE CheckMatch = 0 - CkMatchAmount
           ELSE
               MOVE 1 TO CheckCount
               MOVE CkGross TO CheckGross
               MOVE CkFedTax TO CheckTax
               MOVE CkMatchAmount TO CheckMatch
           END-IF.
       AddQuarterCheck.
           ADD CheckCount TO QtChecks.
           ADD CheckGross TO QtWages QtTaxable.
           ADD CheckTax TO QtTax.
           ADD CheckMatch TO QtMatch.
           MOVE CkPayDate(5:2) TO CheckMonth.
           COMPUTE MonthIdx = CheckMonth - QtrFirstMonth + 1.
           ADD CheckCount TO MtChecks(MonthIdx).
           ADD CheckGross TO MtWages(MonthIdx) MtTaxable(MonthIdx).
           ADD CheckTax TO MtTax(MonthIdx).
           ADD CheckMatch TO MtMatch(MonthIdx).
           MOVE CkPayDate TO CheckPayDateNum.
           MOVE 0 TO FoundPayDateIdx.
           PERFORM VARYING PayDateIdx FROM 1 BY 1
                   UNTIL PayDateIdx > PayDateCount
               IF PdDate(PayDateIdx) = CheckPayDateNum
                   MOVE PayDateIdx TO FoundPayDateIdx
               END-IF
           END-PERFORM.
           IF FoundPayDateIdx = 0
               IF PayDateCount < 100
                   ADD 1 TO PayDateCount
                   MOVE PayDateCount TO FoundPayDateIdx
                   MOVE CheckPayDateNum TO PdDate(FoundPayDateIdx)
                   MOVE ZEROS TO PdChecks(FoundPayDateIdx)
                       PdWages(FoundPayDateIdx)
                       PdTaxable(FoundPayDateIdx)
                       PdTax(FoundPayDateIdx)
                       PdMatch(FoundPayDateIdx)
               ELSE
                   ADD 1 TO PayDateOverflow
               END-IF
           END-IF.
           IF FoundPayDateIdx > 0
               ADD CheckCount TO PdChecks(FoundPayDateIdx)
               ADD CheckGross TO PdWages(FoundPayDateIdx)
                   PdTaxable(FoundPayDateIdx)
               ADD CheckTax TO PdTax(FoundPayDateIdx)
               ADD CheckMatch TO PdMatch(FoundPayDateIdx)
           END-IF.
       WriteMonthSection.
           MOVE SPACES TO QtrListLine.
           WRITE QtrListLine.
           MOVE "TOTALS BY MONTH" TO QtrListLine.
           WRITE QtrListLine.
           MOVE SPACES TO QtrListLine.
           STRING "MONTH     CHECKS         WAGES       TAXABLE"
               "       FED TAX    EMPL MATCH"
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 3
               MOVE MtChecks(MonthIdx) TO ReportCount
               MOVE MtWages(MonthIdx) TO ReportAmt1
               MOVE MtTaxable(MonthIdx) TO ReportAmt2
               MOVE MtTax(MonthIdx) TO ReportAmt3
               MOVE MtMatch(MonthIdx) TO ReportAmt4
               MOVE SPACES TO QtrListLine
               STRING RptYear "-" MtMonth(MonthIdx) "   "
                   ReportCount " "
                   ReportAmt1 " " ReportAmt2 " " ReportAmt3 " "
                   ReportAmt4
                   DELIMITED BY SIZE INTO QtrListLine
               END-STRING
               WRITE QtrListLine
               MOVE 'M' TO ExtRecType
               MOVE SPACES TO ExtRecBody
               MOVE MtMonth(MonthIdx) TO ExtMonth
               MOVE MtChecks(MonthIdx) TO ExtMonthChecks
               MOVE MtWages(MonthIdx) TO ExtMonthWages
               MOVE MtTaxable(MonthIdx) TO ExtMonthTaxable
               MOVE MtTax(MonthIdx) TO ExtMonthTax
               WRITE ExtRecord
           END-PERFORM.
           PERFORM WriteQuarterTotalLine.
       WriteQuarterTotalLine.
           MOVE QtChecks TO ReportCount.
           MOVE QtWages TO ReportAmt1.
           MOVE QtTaxable TO ReportAmt2.
           MOVE QtTax TO ReportAmt3.
           MOVE QtMatch TO ReportAmt4.
           MOVE SPACES TO QtrListLine.
           STRING "QUARTER   " ReportCount " " ReportAmt1 " "
               ReportAmt2 " " ReportAmt3 " " ReportAmt4
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
       WritePayDateSection.
           MOVE SPACES TO QtrListLine.
           WRITE QtrListLine.
           MOVE "TOTALS BY PAY DATE" TO QtrListLine.
           WRITE QtrListLine.
           MOVE SPACES TO QtrListLine.
           STRING "PAY DATE  CHECKS         WAGES       TAXABLE"
               "       FED TAX    EMPL MATCH"
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           PERFORM VARYING PayDateIdx FROM 1 BY 1
                   UNTIL PayDateIdx > PayDateCount
               MOVE PdChecks(PayDateIdx) TO ReportCount
               MOVE PdWages(PayDateIdx) TO ReportAmt1
               MOVE PdTaxable(PayDateIdx) TO ReportAmt2
               MOVE PdTax(PayDateIdx) TO ReportAmt3
               MOVE PdMatch(PayDateIdx) TO ReportAmt4
               MOVE SPACES TO QtrListLine
               STRING PdDate(PayDateIdx) "  " ReportCount " "
                   ReportAmt1 " " ReportAmt2 " " ReportAmt3 " "
                   ReportAmt4
                   DELIMITED BY SIZE INTO QtrListLine
               END-STRING
               WRITE QtrListLine
           END-PERFORM.
           IF PayDateOverflow > 0
               MOVE SPACES TO QtrListLine
               STRING "*** " PayDateOverflow " CHECKS ON PAY DATES "
                   "BEYOND THE TABLE - NOT LISTED BY PAY DATE ***"
                   DELIMITED BY SIZE INTO QtrListLine
               END-STRING
               WRITE QtrListLine
           END-IF.
           PERFORM WriteQuarterTotalLine.
      * Federal tax withheld is deposited on the semiweekly schedule:
      * wages paid Wednesday to Friday are due the following
      * Wednesday, wages paid Saturday to Tuesday the following
      * Friday. A due date that is not a business day moves to the
      * next business day on the business calendar.
       WriteDepositSection.
           MOVE SPACES TO QtrListLine.
           WRITE QtrListLine.
           MOVE "FEDERAL TAX DEPOSITS DUE" TO QtrListLine.
           WRITE QtrListLine.
           MOVE "PAY DATE  DUE DATE       DEPOSIT" TO QtrListLine.
           WRITE QtrListLine.
           PERFORM VARYING PayDateIdx FROM 1 BY 1
                   UNTIL PayDateIdx > PayDateCount
               PERFORM ComputeDepositDueDate
               MOVE PdTax(PayDateIdx) TO ReportAmt1
               MOVE SPACES TO QtrListLine
               STRING PdDate(PayDateIdx) "  " DepositDueDate " "
                   ReportAmt1
                   DELIMITED BY SIZE INTO QtrListLine
               END-STRING
               WRITE QtrListLine
           END-PERFORM.
           MOVE QtTax TO ReportAmt1.
           MOVE SPACES TO QtrListLine.
           STRING "TOTAL DEPOSITS     " ReportAmt1
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
       ComputeDepositDueDate.
           COMPUTE WeekDayNum = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(PdDate(PayDateIdx)) - 1, 7).
           IF WeekDayNum > 1 AND WeekDayNum < 5
               COMPUTE DaysToDue = 9 - WeekDayNum
           ELSE
               COMPUTE DaysToDue = FUNCTION MOD(11 - WeekDayNum, 7)
           END-IF.
           COMPUTE DepositDueDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PdDate(PayDateIdx))
               + DaysToDue).
           MOVE "ADD " TO CalFunction.
           MOVE 0 TO CalDays.
           CALL 'BIZCAL' USING CalFunction, DepositDueDate, CalDate2,
               CalDays, CalDayType.
           MOVE CalDate2 TO DepositDueDate.
       WriteReconHeading.
           MOVE SPACES TO QtrListLine.
           WRITE QtrListLine.
           MOVE "RECONCILIATION TO EMPLOYEE MASTER YTD - NOT AGREEING"
               TO QtrListLine.
           WRITE QtrListLine.
           MOVE SPACES TO QtrListLine.
           STRING "EMP  NAME                       CHECK HIST"
               " MASTER CHANGE   DIFFERENCE"
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
      * The master's year-to-date change over the quarter is its
      * closing figure, less checks dated after the quarter, less its
      * opening figure. The opening figure is the closing figure kept
      * on qtrytd.dat for the previous quarter, zero for the first
      * quarter, or failing both the year's checks before the
      * quarter.
       ReconcileOneEmployee.
           PERFORM SumEmployeeHistory.
           PERFORM FindSnapshot.
           IF EmpQtrChecks NOT = 0 OR EmpQtrGross NOT = 0
                   OR EmpPriorChecks NOT = 0 OR EmpLaterChecks NOT = 0
                   OR FoundSnapIdx > 0
               ADD 1 TO EmployeesReconciled
               PERFORM DetermineOpening
               COMPUTE CloseGross = EmpYTDGross - EmpLaterGross
               COMPUTE CloseTax = EmpYTDTax - EmpLaterTax
               COMPUTE ChangeGross = CloseGross - OpenGross
               COMPUTE ChangeTax = CloseTax - OpenTax
               COMPUTE DiffGross = ChangeGross - EmpQtrGross
               COMPUTE DiffTax = ChangeTax - EmpQtrTax
               ADD EmpQtrGross TO CoWages
               ADD EmpQtrTax TO CoTax
               ADD ChangeGross TO CoChangeGross
               ADD ChangeTax TO CoChangeTax
               IF DiffGross NOT = 0 OR DiffTax NOT = 0
                   ADD 1 TO ExceptionCount
                   PERFORM WriteExceptionLines
               END-IF
               IF EmpQtrChecks NOT = 0 OR EmpQtrGross NOT = 0
                   PERFORM WriteExtractDetail
               END-IF
               IF SnapUpdateFlag = 'Y'
                   PERFORM UpdateSnapshot
               END-IF
           END-IF.
       SumEmployeeHistory.
           MOVE 0 TO EmpQtrChecks EmpPriorChecks EmpLaterChecks.
           MOVE ZEROS TO EmpQtrGross EmpQtrTax EmpQtrMatch
                         EmpPriorGross EmpPriorTax
                         EmpLaterGross EmpLaterTax.
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               MOVE 'Y' TO CheckEOFFlag
           END-IF.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ PaycheckFile
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N' AND CkEmpID = EmpID
                   PERFORM SetCheckAmounts
                   EVALUATE TRUE
                       WHEN CkPayDate > QtrEndDate
                           ADD CheckCount TO EmpLaterChecks
                           ADD CheckGross TO EmpLaterGross
                           ADD CheckTax TO EmpLaterTax
                       WHEN CkPayDate NOT < QtrStartDate
                           ADD CheckCount TO EmpQtrChecks
                           ADD CheckGross TO EmpQtrGross
                           ADD CheckTax TO EmpQtrTax
                           ADD CheckMatch TO EmpQtrMatch
                       WHEN CkPayDate(1:4) = QtrStartDate(1:4)
                           ADD CheckCount TO EmpPriorChecks
                           ADD CheckGross TO EmpPriorGross
                           ADD CheckTax TO EmpPriorTax
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
       FindSnapshot.
           MOVE 0 TO FoundSnapIdx.
           PERFORM VARYING SnapIdx FROM 1 BY 1
                   UNTIL SnapIdx > SnapCount
               IF SnEmpID(SnapIdx) = EmpID
                   MOVE SnapIdx TO FoundSnapIdx
               END-IF
           END-PERFORM.
      * A snapshot of a later quarter than the one reported is left
      * alone, so rerunning an old quarter never rewinds it.
       DetermineOpening.
           MOVE 'Y' TO SnapUpdateFlag.
           MOVE ZEROS TO SnapPeriod.
           IF FoundSnapIdx > 0
               COMPUTE SnapPeriod = SnYear(FoundSnapIdx) * 10
                   + SnQuarter(FoundSnapIdx)
               IF SnapPeriod > RptPeriod
                   MOVE 'N' TO SnapUpdateFlag
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FoundSnapIdx > 0 AND SnapPeriod = RptPeriod
                   MOVE 'R' TO OpeningSource
                   MOVE SnOpenGross(FoundSnapIdx) TO OpenGross
                   MOVE SnOpenTax(FoundSnapIdx) TO OpenTax
               WHEN RptQuarter = 1
                   MOVE 'Z' TO OpeningSource
                   MOVE ZEROS TO OpenGross OpenTax
               WHEN FoundSnapIdx > 0 AND SnapPeriod = RptPeriod - 1
                   MOVE 'S' TO OpeningSource
                   MOVE SnCloseGross(FoundSnapIdx) TO OpenGross
                   MOVE SnCloseTax(FoundSnapIdx) TO OpenTax
               WHEN OTHER
                   MOVE 'H' TO OpeningSource
                   ADD 1 TO HistoryOpenCount
                   MOVE EmpPriorGross TO OpenGross
                   MOVE EmpPriorTax TO OpenTax
           END-EVALUATE.
       UpdateSnapshot.
           IF FoundSnapIdx = 0
               IF SnapCount < 2000
                   ADD 1 TO SnapCount
                   MOVE SnapCount TO FoundSnapIdx
                   MOVE EmpID TO SnEmpID(FoundSnapIdx)
               ELSE
                   ADD 1 TO SnapFullCount
                   DISPLAY "WARNING: qtrytd.dat table full - employee "
                       EmpID " not kept"
               END-IF
           END-IF.
           IF FoundSnapIdx > 0
               MOVE RptYear TO SnYear(FoundSnapIdx)
               MOVE RptQuarter TO SnQuarter(FoundSnapIdx)
               MOVE OpenGross TO SnOpenGross(FoundSnapIdx)
               MOVE OpenTax TO SnOpenTax(FoundSnapIdx)
               MOVE CloseGross TO SnCloseGross(FoundSnapIdx)
               MOVE CloseTax TO SnCloseTax(FoundSnapIdx)
           END-IF.
       WriteExceptionLines.
           MOVE EmpQtrGross TO ReportDiff1.
           MOVE ChangeGross TO ReportDiff2.
           MOVE DiffGross TO ReportDiff3.
           MOVE SPACES TO QtrListLine.
           STRING EmpID " " EmpName " GROSS " ReportDiff1 " "
               ReportDiff2 " " ReportDiff3
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           MOVE EmpQtrTax TO ReportDiff1.
           MOVE ChangeTax TO ReportDiff2.
           MOVE DiffTax TO ReportDiff3.
           MOVE SPACES TO QtrListLine.
           STRING "                          TAX   " ReportDiff1 " "
               ReportDiff2 " " ReportDiff3
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           IF OpeningFromHistory
               MOVE SPACES TO QtrListLine
               STRING "                          (NO PRIOR QUARTER ON"
                   " QTRYTD.DAT - OPENING YTD FROM CHECK HISTORY)"
                   DELIMITED BY SIZE INTO QtrListLine
               END-STRING
               WRITE QtrListLine
           END-IF.
       WriteExtractDetail.
           ADD 1 TO DetailCount.
           MOVE 'D' TO ExtRecType.
           MOVE SPACES TO ExtRecBody.
           MOVE EmpID TO ExtEmpID.
           MOVE EmpName TO ExtEmpName.
           MOVE EmpQtrChecks TO ExtEmpChecks.
           MOVE EmpQtrGross TO ExtEmpWages.
           MOVE EmpQtrGross TO ExtEmpTaxable.
           MOVE EmpQtrTax TO ExtEmpTax.
           MOVE EmpQtrMatch TO ExtEmpMatch.
           WRITE ExtRecord.
       WriteReconTotals.
           IF ExceptionCount = 0
               MOVE "  (NONE - EVERY EMPLOYEE AGREES)" TO QtrListLine
               WRITE QtrListLine
           END-IF.
           COMPUTE NotOnMastWages = QtWages - CoWages.
           COMPUTE NotOnMastTax = QtTax - CoTax.
           MOVE SPACES TO QtrListLine.
           WRITE QtrListLine.
           MOVE SPACES TO QtrListLine.
           STRING "QUARTER RECONCILIATION                 WAGES"
               "       FED TAX"
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           MOVE QtWages TO ReportDiff1.
           MOVE QtTax TO ReportDiff2.
           MOVE SPACES TO QtrListLine.
           STRING "Check History for Quarter    " ReportDiff1 " "
               ReportDiff2
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           MOVE NotOnMastWages TO ReportDiff1.
           MOVE NotOnMastTax TO ReportDiff2.
           MOVE SPACES TO QtrListLine.
           STRING "  Employees Not on Master    " ReportDiff1 " "
               ReportDiff2
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           MOVE CoWages TO ReportDiff1.
           MOVE CoTax TO ReportDiff2.
           MOVE SPACES TO QtrListLine.
           STRING "  Employees on Master        " ReportDiff1 " "
               ReportDiff2
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           MOVE CoChangeGross TO ReportDiff1.
           MOVE CoChangeTax TO ReportDiff2.
           MOVE SPACES TO QtrListLine.
           STRING "Master YTD Change in Quarter " ReportDiff1 " "
               ReportDiff2
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           MOVE SPACES TO QtrListLine.
           STRING "Employees Reconciled " EmployeesReconciled
               "  Not Agreeing " ExceptionCount
               "  Opened from History " HistoryOpenCount
               DELIMITED BY SIZE INTO QtrListLine
           END-STRING.
           WRITE QtrListLine.
           IF CoChangeGross NOT = QtWages
                   OR CoChangeTax NOT = QtTax
                   OR ExceptionCount > 0
               MOVE 'Y' TO OutOfProofFlag
               MOVE "*** OUT OF PROOF ***" TO QtrListLine
           ELSE
               MOVE "IN PROOF" TO QtrListLine
           END-IF.
           WRITE QtrListLine.
