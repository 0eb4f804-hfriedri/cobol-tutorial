       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIZCAL.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL BizCalFile ASSIGN TO "bizcal.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CalDate
                  FILE STATUS IS BizCalStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BizCalFile.
       01  BizCalData.
               02  CalDate            PIC 9(8).
               02  CalType            PIC X.
                   88  CalHoliday     VALUE 'H'.
                   88  CalMonthEnd    VALUE 'M'.
                   88  CalQuarterEnd  VALUE 'Q'.
               02  CalDesc            PIC X(30).
               02  CalUpdDate         PIC 9(8).
               02  CalOperator        PIC X(8).
       WORKING-STORAGE SECTION.
       01  BizCalStatus               PIC XX.
       01  CalEOFFlag                 PIC X.
       01  CalLoadedFlag              PIC X VALUE 'N'.
       01  CalIdx                     PIC 9(4).
       01  DayInt                     PIC 9(8).
       01  EndInt                     PIC 9(8).
       01  WorkDate                   PIC 9(8).
       01  WorkDateParts REDEFINES WorkDate.
               02  WorkYear           PIC 9(4).
               02  WorkMonth          PIC 99.
               02  WorkDay            PIC 99.
       01  WorkMonthKey               PIC X(6).
       01  SpanDays                   PIC 9(8).
       01  WeekDayNum                 PIC 9.
       01  DayKind                    PIC X.
       01  DaysCounted                PIC S9(5).
       01  FullWeeks                  PIC 9(5).
       01  SpareDays                  PIC 9.
       01  SpareIdx                   PIC 9.
       01  MarkerFound                PIC X.
      * Holidays and period-end markers, loaded once per run.
       01  CalTable.
               02  CalCount           PIC 9(4) VALUE 0.
               02  CalEntry           OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON CalCount.
                   03  CtDate         PIC 9(8).
                   03  CtDateInt      PIC 9(8).
                   03  CtType         PIC X.
       LINKAGE SECTION.
       01  BclFunction                PIC X(4).
       01  BclDate1                   PIC 9(8).
       01  BclDate2                   PIC 9(8).
       01  BclDays                    PIC S9(5).
       01  BclDayType                 PIC X.
      * Business-day arithmetic against the business calendar. A
      * business day is a Monday to Friday that is not a holiday.
      *   TYPE  day type of Date1 in DayType: B business day, W
      *         weekend, H holiday, M or Q a business day marked as
      *         month-end or quarter-end
      *   ADD   Date2 = Date1 plus Days business days; with Days of
      *         zero, Date1 itself or the next business day after it
      *   CNT   Days = business days after Date1 up to and including
      *         Date2 (zero when Date2 is not after Date1)
      *   PEND  DayType = M or Q when Date1 is the period-end business
      *         day of its month, otherwise space. A month with a
      *         marker on file ends on the marked day; one without
      *         ends on its last business day, a quarter-end in
      *         March, June, September and December.
       PROCEDURE DIVISION USING BclFunction, BclDate1, BclDate2,
               BclDays, BclDayType.
       BizCalMain.
           IF CalLoadedFlag = 'N'
               PERFORM LoadCalendar
           END-IF.
           EVALUATE BclFunction
               WHEN "TYPE"
                   MOVE BclDate1 TO WorkDate
                   PERFORM ClassifyDay
                   MOVE DayKind TO BclDayType
               WHEN "ADD "
                   PERFORM AddBusinessDays
               WHEN "CNT "
                   PERFORM CountBusinessDays
               WHEN "PEND"
                   PERFORM CheckPeriodEnd
               WHEN OTHER
                   MOVE SPACE TO BclDayType
           END-EVALUATE.
           GOBACK.
       LoadCalendar.
           MOVE 0 TO CalCount.
           MOVE 'N' TO CalEOFFlag.
           OPEN INPUT BizCalFile.
           IF BizCalStatus NOT = "00"
               MOVE 'Y' TO CalEOFFlag
           END-IF.
           PERFORM UNTIL CalEOFFlag = 'Y'
               READ BizCalFile NEXT RECORD
                   AT END MOVE 'Y' TO CalEOFFlag
               END-READ
               IF CalEOFFlag = 'N' AND CalCount < 3000
                   ADD 1 TO CalCount
                   MOVE CalDate TO CtDate(CalCount)
                   COMPUTE CtDateInt(CalCount) =
                       FUNCTION INTEGER-OF-DATE(CalDate)
                   MOVE CalType TO CtType(CalCount)
               END-IF
           END-PERFORM.
           IF BizCalStatus = "00" OR BizCalStatus = "05"
                   OR BizCalStatus = "10"
               CLOSE BizCalFile
           END-IF.
           MOVE 'Y' TO CalLoadedFlag.
      * Day 1 of the integer calendar, 1 January 1601, was a Monday,
      * so weekday 0 to 4 is Monday to Friday.
       ClassifyDay.
           COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(WorkDate).
           COMPUTE WeekDayNum = FUNCTION MOD(DayInt - 1, 7).
           IF WeekDayNum > 4
               MOVE 'W' TO DayKind
           ELSE
               MOVE 'B' TO DayKind
               PERFORM VARYING CalIdx FROM 1 BY 1
                       UNTIL CalIdx > CalCount
                   IF CtDate(CalIdx) = WorkDate
                       MOVE CtType(CalIdx) TO DayKind
                   END-IF
               END-PERFORM
           END-IF.
       AddBusinessDays.
           MOVE BclDate1 TO WorkDate.
           MOVE 0 TO DaysCounted.
           PERFORM ClassifyDay.
           IF BclDays = 0
               PERFORM UNTIL DayKind NOT = 'W' AND DayKind NOT = 'H'
                   PERFORM StepOneDay
               END-PERFORM
           ELSE
               PERFORM UNTIL DaysCounted >= BclDays
                   PERFORM StepOneDay
                   IF DayKind NOT = 'W' AND DayKind NOT = 'H'
                       ADD 1 TO DaysCounted
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WorkDate TO BclDate2.
       StepOneDay.
           COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WorkDate) + 1).
           PERFORM ClassifyDay.
      * Whole weeks contribute five weekdays each; the odd days are
      * classified one by one, then holidays on weekdays inside the
      * span are taken off.
       CountBusinessDays.
           MOVE 0 TO BclDays.
           IF BclDate2 > BclDate1
               COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(BclDate1)
               COMPUTE EndInt = FUNCTION INTEGER-OF-DATE(BclDate2)
               COMPUTE SpanDays = EndInt - DayInt
               DIVIDE 7 INTO SpanDays GIVING FullWeeks
                   REMAINDER SpareDays
               COMPUTE BclDays = FullWeeks * 5
               COMPUTE DayInt = DayInt + FullWeeks * 7
               PERFORM VARYING SpareIdx FROM 1 BY 1
                       UNTIL SpareIdx > SpareDays
                   COMPUTE WeekDayNum =
                       FUNCTION MOD(DayInt + SpareIdx - 1, 7)
                   IF WeekDayNum < 5
                       ADD 1 TO BclDays
                   END-IF
               END-PERFORM
               COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(BclDate1)
               PERFORM VARYING CalIdx FROM 1 BY 1
                       UNTIL CalIdx > CalCount
                   IF CtType(CalIdx) = 'H'
                           AND CtDateInt(CalIdx) > DayInt
                           AND CtDateInt(CalIdx) <= EndInt
                       COMPUTE WeekDayNum =
                           FUNCTION MOD(CtDateInt(CalIdx) - 1, 7)
                       IF WeekDayNum < 5
                           SUBTRACT 1 FROM BclDays
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       CheckPeriodEnd.
           MOVE SPACE TO BclDayType.
           MOVE BclDate1(1:6) TO WorkMonthKey.
           MOVE 'N' TO MarkerFound.
           PERFORM VARYING CalIdx FROM 1 BY 1
                   UNTIL CalIdx > CalCount
               IF (CtType(CalIdx) = 'M' OR CtType(CalIdx) = 'Q')
                       AND CtDate(CalIdx)(1:6) = WorkMonthKey
                   MOVE 'Y' TO MarkerFound
                   IF CtDate(CalIdx) = BclDate1
                       MOVE CtType(CalIdx) TO BclDayType
                   END-IF
               END-IF
           END-PERFORM.
           IF MarkerFound = 'N'
               MOVE BclDate1 TO WorkDate
               PERFORM ClassifyDay
               IF DayKind NOT = 'W' AND DayKind NOT = 'H'
                   MOVE 0 TO DaysCounted
                   PERFORM UNTIL DaysCounted > 0
                       PERFORM StepOneDay
                       IF DayKind NOT = 'W' AND DayKind NOT = 'H'
                           ADD 1 TO DaysCounted
                       END-IF
                   END-PERFORM
                   IF WorkDate(1:6) NOT = WorkMonthKey
                       MOVE BclDate1 TO WorkDate
                       IF WorkMonth = 3 OR WorkMonth = 6
                               OR WorkMonth = 9 OR WorkMonth = 12
                           MOVE 'Q' TO BclDayType
                       ELSE
                           MOVE 'M' TO BclDayType
                       END-IF
                   END-IF
               END-IF
           END-IF.
