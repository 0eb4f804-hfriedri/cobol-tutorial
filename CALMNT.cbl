       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
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
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BizCalFile.
       01  BizCalData.
               02  CalDate            PIC 9(8).
               02  CalType            PIC X.
                   88  CalHoliday     VALUE 'H'.
                   88  CalMonthEnd    VALUE 'M'.
                   88  CalQuarterEnd  VALUE 'Q'.
                   88  CalTypeValid   VALUE 'H' 'M' 'Q'.
               02  CalDesc            PIC X(30).
               02  CalUpdDate         PIC 9(8).
               02  CalOperator        PIC X(8).
       FD  AuditFile.
       01  AuditRecord.
               02  AuditTimestamp         PIC X(21).
               02  AuditOperation         PIC X(10).
               02  AuditIDNum             PIC 9(6).
               02  AuditBeforeFirstName   PIC X(15).
               02  AuditBeforeLastName    PIC X(15).
               02  AuditAfterFirstName    PIC X(15).
               02  AuditAfterLastName     PIC X(15).
               02  AuditReasonCode        PIC X(20).
               02  AuditBeforeAmount      PIC S9(7)V99.
               02  AuditAfterAmount       PIC S9(7)V99.
               02  AuditOperatorID        PIC X(8).
               02  AuditSeqNum            PIC 9(9).
               02  AuditChainValue        PIC 9(9).
       FD  AuditChainFile.
       01  AuditChainRecord.
               02  AcLastSeq          PIC 9(9).
               02  AcLastChain        PIC 9(9).
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
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  BizCalStatus               PIC XX.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CalFoundFlag               PIC X.
       01  CalEOFFlag                 PIC X.
       01  CalOKFlag                  PIC X.
       01  CalCount                   PIC 9(3).
       01  WorkMonth                  PIC 9(6).
       01  WorkCalType                PIC X.
       01  WorkCalDesc                PIC X(30).
       01  OldCalType                 PIC X.
       01  OldCalDesc                 PIC X(30).
       01  CheckDate                  PIC 9(8).
       01  CheckDateParts REDEFINES CheckDate.
               02  CheckYear          PIC 9(4).
               02  CheckMonth         PIC 99.
               02  CheckDay           PIC 99.
       01  WorkDate                   PIC 9(8).
       01  WeekDayNum                 PIC 9.
       01  DateValidFlag              PIC X.
       01  CalTypeText                PIC X(12).
       01  WeekDayText                PIC X(3).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "BUSINESS CALENDAR MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Role Required - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN I-O BizCalFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "BUSINESS CALENDAR"
               DISPLAY "1: Show Calendar for Month"
               DISPLAY "2: Add / Change Holiday or Period-End Marker"
               DISPLAY "3: Remove Calendar Day"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ShowMonth
                   WHEN 2 PERFORM AddCalendarDay
                   WHEN 3 PERFORM RemoveCalendarDay
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE BizCalFile.
           CLOSE AuditFile.
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
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
       ShowMonth.
           DISPLAY "Month (YYYYMM) : " WITH NO ADVANCING.
           ACCEPT WorkMonth.
           MOVE 0 TO CalCount.
           COMPUTE CalDate = WorkMonth * 100.
           MOVE 'N' TO CalEOFFlag.
           START BizCalFile KEY IS NOT LESS THAN CalDate
               INVALID KEY MOVE 'Y' TO CalEOFFlag
           END-START.
           PERFORM UNTIL CalEOFFlag = 'Y'
               READ BizCalFile NEXT RECORD
                   AT END MOVE 'Y' TO CalEOFFlag
               END-READ
               IF CalEOFFlag = 'N'
                   IF CalDate(1:6) NOT = WorkMonth
                       MOVE 'Y' TO CalEOFFlag
                   ELSE
                       ADD 1 TO CalCount
                       PERFORM DisplayOneDay
                   END-IF
               END-IF
           END-PERFORM.
           IF CalCount = 0
               DISPLAY "No Holidays or Markers - Month Ends on Its "
                   "Last Business Day"
           END-IF.
       DisplayOneDay.
           PERFORM SetCalTypeText.
           MOVE CalDate TO WorkDate.
           PERFORM SetWeekDay.
           DISPLAY CalDate " " WeekDayText " " CalTypeText " "
               CalDesc " " CalUpdDate " " CalOperator.
       SetCalTypeText.
           EVALUATE CalType
               WHEN 'H' MOVE "Holiday" TO CalTypeText
               WHEN 'M' MOVE "Month-End" TO CalTypeText
               WHEN 'Q' MOVE "Quarter-End" TO CalTypeText
               WHEN OTHER MOVE "Unknown" TO CalTypeText
           END-EVALUATE.
      * Day 1 of the integer calendar, 1 January 1601, was a Monday.
       SetWeekDay.
           COMPUTE WeekDayNum = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WorkDate) - 1, 7).
           EVALUATE WeekDayNum
               WHEN 0 MOVE "MON" TO WeekDayText
               WHEN 1 MOVE "TUE" TO WeekDayText
               WHEN 2 MOVE "WED" TO WeekDayText
               WHEN 3 MOVE "THU" TO WeekDayText
               WHEN 4 MOVE "FRI" TO WeekDayText
               WHEN 5 MOVE "SAT" TO WeekDayText
               WHEN OTHER MOVE "SUN" TO WeekDayText
           END-EVALUATE.
      * Days already behind the processing date are history and are
      * not changed. A month- or quarter-end marker names the business
      * day the month is closed on, so it must fall on a weekday and
      * only one is held per month.
       AddCalendarDay.
           MOVE 'Y' TO CalOKFlag.
           DISPLAY "Date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT CheckDate.
           PERFORM ValidateCalendarDate.
           IF CalOKFlag = 'Y'
               DISPLAY "Type (H=Holiday M=Month-End Q=Quarter-End) : "
                   WITH NO ADVANCING
               ACCEPT WorkCalType
               MOVE FUNCTION UPPER-CASE(WorkCalType) TO CalType
               IF NOT CalTypeValid
                   DISPLAY "Type Not Recognised"
                   MOVE 'N' TO CalOKFlag
               ELSE
                   MOVE CalType TO WorkCalType
               END-IF
           END-IF.
           IF CalOKFlag = 'Y' AND WorkCalType NOT = 'H'
               MOVE CheckDate TO WorkDate
               PERFORM SetWeekDay
               IF WeekDayNum > 4
                   DISPLAY "A Period-End Marker Must Be on a Weekday"
                   MOVE 'N' TO CalOKFlag
               ELSE
                   PERFORM CheckOtherMarker
               END-IF
           END-IF.
           IF CalOKFlag = 'Y'
               DISPLAY "Description : " WITH NO ADVANCING
               ACCEPT WorkCalDesc
               IF WorkCalDesc = SPACES
                   DISPLAY "Description Is Required"
                   MOVE 'N' TO CalOKFlag
               END-IF
           END-IF.
           IF CalOKFlag = 'Y'
               PERFORM SaveCalendarDay
           ELSE
               DISPLAY "Calendar Not Changed"
           END-IF.
       ValidateCalendarDate.
           MOVE 'Y' TO DateValidFlag.
           IF CheckYear < 1900 OR CheckMonth < 1 OR CheckMonth > 12
                   OR CheckDay < 1 OR CheckDay > 31
               MOVE 'N' TO DateValidFlag
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CheckDate) NOT = 0
                   MOVE 'N' TO DateValidFlag
               END-IF
           END-IF.
           IF DateValidFlag = 'N'
               DISPLAY "Date Must Be a Valid YYYYMMDD Date"
               MOVE 'N' TO CalOKFlag
           ELSE
               IF CheckDate < BusinessDate
                   DISPLAY "Date Is Before the Processing Date "
                       BusinessDate " - Past Days Are Not Changed"
                   MOVE 'N' TO CalOKFlag
               END-IF
           END-IF.
       CheckOtherMarker.
           MOVE CheckDate(1:6) TO CalDate(1:6).
           MOVE "00" TO CalDate(7:2).
           MOVE 'N' TO CalEOFFlag.
           START BizCalFile KEY IS NOT LESS THAN CalDate
               INVALID KEY MOVE 'Y' TO CalEOFFlag
           END-START.
           PERFORM UNTIL CalEOFFlag = 'Y'
               READ BizCalFile NEXT RECORD
                   AT END MOVE 'Y' TO CalEOFFlag
               END-READ
               IF CalEOFFlag = 'N'
                   IF CalDate(1:6) NOT = CheckDate(1:6)
                       MOVE 'Y' TO CalEOFFlag
                   ELSE
                       IF (CalMonthEnd OR CalQuarterEnd)
                               AND CalDate NOT = CheckDate
                           DISPLAY "Month Already Has a Marker on "
                               CalDate " - Remove It First"
                           MOVE 'N' TO CalOKFlag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       SaveCalendarDay.
           MOVE CheckDate TO CalDate.
           MOVE 'Y' TO CalFoundFlag.
           READ BizCalFile
               INVALID KEY MOVE 'N' TO CalFoundFlag
           END-READ.
           IF CalFoundFlag = 'Y'
               MOVE "CALCHG" TO AuditOperation
               MOVE CalType TO OldCalType
               MOVE CalDesc TO OldCalDesc
           ELSE
               MOVE "CALADD" TO AuditOperation
               MOVE SPACE TO OldCalType
               MOVE SPACES TO OldCalDesc
           END-IF.
           MOVE WorkCalType TO CalType.
           MOVE WorkCalDesc TO CalDesc.
           MOVE BusinessDate TO CalUpdDate.
           MOVE CurrentOpID TO CalOperator.
           IF CalFoundFlag = 'Y'
               REWRITE BizCalData
                   INVALID KEY DISPLAY "Calendar Day Not Updated"
               END-REWRITE
           ELSE
               WRITE BizCalData
                   INVALID KEY DISPLAY "Calendar Day Not Written"
               END-WRITE
           END-IF.
           PERFORM WriteCalendarAudit.
           PERFORM SetCalTypeText.
           DISPLAY CalDate " Saved as " CalTypeText.
       RemoveCalendarDay.
           DISPLAY "Date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT CheckDate.
           MOVE 'Y' TO CalOKFlag.
           PERFORM ValidateCalendarDate.
           IF CalOKFlag = 'Y'
               MOVE CheckDate TO CalDate
               MOVE 'Y' TO CalFoundFlag
               READ BizCalFile
                   INVALID KEY MOVE 'N' TO CalFoundFlag
               END-READ
               IF CalFoundFlag = 'N'
                   DISPLAY "No Calendar Entry for " CheckDate
               ELSE
                   MOVE CalType TO OldCalType
                   MOVE CalDesc TO OldCalDesc
                   DELETE BizCalFile
                       INVALID KEY DISPLAY "Calendar Day Not Removed"
                       NOT INVALID KEY
                           MOVE "CALDEL" TO AuditOperation
                           MOVE SPACE TO CalType
                           MOVE SPACES TO CalDesc
                           PERFORM WriteCalendarAudit
                           DISPLAY CheckDate " Is an Ordinary Day Again"
                   END-DELETE
               END-IF
           END-IF.
      * The calendar date and type are carried in the reason code; the
      * old and new descriptions in the name fields.
       WriteCalendarAudit.
           MOVE ZEROS TO AuditIDNum.
           MOVE OldCalDesc(1:15) TO AuditBeforeFirstName.
           MOVE OldCalDesc(16:15) TO AuditBeforeLastName.
           MOVE CalDesc(1:15) TO AuditAfterFirstName.
           MOVE CalDesc(16:15) TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING CheckDate " " OldCalType " > " CalType
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       ChainAuditRecord.
           MOVE ZEROS TO PriorChainValue.
           MOVE ZEROS TO AcLastSeq.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus = "00"
               READ AuditChainFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE AcLastChain TO PriorChainValue
               END-READ
               CLOSE AuditChainFile
           END-IF.
           COMPUTE AuditSeqNum = AcLastSeq + 1.
           MOVE 0 TO ChainWork.
           PERFORM VARYING ChainIdx FROM 1 BY 1
                   UNTIL ChainIdx > 152
               COMPUTE ChainWork = ChainWork
                   + FUNCTION ORD(AuditRecord(ChainIdx:1))
                   * ChainIdx
           END-PERFORM.
           COMPUTE AuditChainValue = FUNCTION MOD(
               PriorChainValue * 7 + ChainWork, 1000000000).
       SaveAuditChain.
           OPEN OUTPUT AuditChainFile.
           MOVE AuditSeqNum TO AcLastSeq.
           MOVE AuditChainValue TO AcLastChain.
           WRITE AuditChainRecord.
           CLOSE AuditChainFile.
