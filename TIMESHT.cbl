                  RECORD KEY IS EmpID.
              SELECT HoursFile ASSIGN TO "payhours.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL PtoBalFile ASSIGN TO "ptobal.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PbKey.
       DATA DIVISION.
       FILE SECTION.
       FD  PendingFile.
               02  TsHours            PIC 99V99.
               02  TsOperator         PIC X(8).
               02  TsFlagged          PIC X.
               02  TsWorkDate         PIC 9(8).
               02  TsPayType          PIC X.
       FD  EmployeeFile.
       01  EmployeeData.
               02  EmpID              PIC 9(4).
                   88  EmployeeGone   VALUE 'D'.
               02  EmpBankRouting     PIC 9(9).
               02  EmpBankAccount     PIC X(12).
       FD  PtoBalFile.
       01  PtoBalData.
               02  PbKey.
                   03  PbEmpID        PIC 9(4).
                   03  PbPtoType      PIC X.
               02  PbPlanCode         PIC X(4).
               02  PbBalance          PIC 9(4)V99.
               02  PbYTDAccrued       PIC 9(4)V99.
               02  PbYTDTaken         PIC 9(4)V99.
               02  PbLastPayDate      PIC X(8).
               02  PbClosedYear       PIC 9(4).
       FD  HoursFile.
       01  HoursRecord.
               02  PhRecType          PIC X.
               02  FILLER             PIC X.
               02  PhEmpID            PIC 9(4).
               02  PhHours            PIC 99V99.
               02  PhWorkDate         PIC 9(8).
               02  PhPayType          PIC X.
               02  FILLER             PIC X(2).
       01  PhTrailerRecord REDEFINES HoursRecord.
               02  FILLER             PIC X.
               02  PhTrlRecCount      PIC 9(5).
       01  SignOnOK                   PIC X VALUE 'N'.
       01  WorkEmpID                  PIC 9(4).
       01  WorkHours                  PIC 99V99.
       01  WorkDate                   PIC 9(8).
       01  WorkPayType                PIC X.
               88  WorkPayTypeWorked  VALUE 'R' 'H'.
       01  PtoBalFound                PIC X.
       01  PtoAvailable               PIC S9(4)V99.
       01  ReportHours                PIC ZZZ9.99-.
       01  DefaultPayType             PIC X.
       01  EmpPendHours               PIC 9(4)V99.
       01  OvertimeLimit              PIC 99V99 VALUE 80.00.
       01  CalFunction                PIC X(4).
       01  CalDate2                   PIC 9(8).
       01  CalDays                    PIC S9(5).
       01  CalDayType                 PIC X.
       01  ConfirmChoice              PIC X.
       01  PendIdx                    PIC 9(3).
       01  ReleasedCount              PIC 9(5).
                   03  PTHours        PIC 99V99.
                   03  PTOperator     PIC X(8).
                   03  PTFlagged      PIC X.
                   03  PTWorkDate     PIC 9(8).
                   03  PTPayType      PIC X.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "TIMESHEET CAPTURE AND APPROVAL".
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           PERFORM LoadPendingTable.
           OPEN I-O EmployeeFile.
           OPEN INPUT PtoBalFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "TIMESHEETS"
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-PERFORM.
               CLOSE EmployeeFile
               CLOSE PtoBalFile
               PERFORM SavePendingTable
               STOP RUN.
       OperatorSignOn.
                   MOVE TsHours TO PTHours(PendCount)
                   MOVE TsOperator TO PTOperator(PendCount)
                   MOVE TsFlagged TO PTFlagged(PendCount)
                   IF TsWorkDate NOT NUMERIC
                       MOVE ZEROS TO TsWorkDate
                   END-IF
                   MOVE TsWorkDate TO PTWorkDate(PendCount)
                   IF TsPayType = SPACE
                       MOVE 'R' TO TsPayType
                   END-IF
                   MOVE TsPayType TO PTPayType(PendCount)
               END-IF
           END-PERFORM.
           IF PendFileStatus = "00" OR PendFileStatus = "10"
               MOVE PTHours(PendIdx) TO TsHours
               MOVE PTOperator(PendIdx) TO TsOperator
               MOVE PTFlagged(PendIdx) TO TsFlagged
               MOVE PTWorkDate(PendIdx) TO TsWorkDate
               MOVE PTPayType(PendIdx) TO TsPayType
               WRITE PendingRecord
           END-PERFORM.
           CLOSE PendingFile.
               DISPLAY "Employee Unknown or Gone - Entry Blocked"
           ELSE
               DISPLAY "Employee : " EmpName
               DISPLAY "Date Worked (YYYYMMDD) : " WITH NO ADVANCING
               ACCEPT WorkDate
               IF FUNCTION TEST-DATE-YYYYMMDD(WorkDate) NOT = 0
                       OR WorkDate > TodayDate
                   DISPLAY "Date Invalid or in the Future - "
                       "Not Recorded"
               ELSE
                   PERFORM EnterDayHours
               END-IF
           END-IF.
      * Hours are kept per day and pay type so PAYRUN can apply the
      * daily and weekly overtime thresholds: R regular time, H hours
      * worked on a holiday, paid at the holiday premium. A date the
      * business calendar holds as a holiday defaults to H. Any other
      * type is paid time off of that type, taken from the employee's
      * PTO balance; the hours must be covered by the balance less the
      * hours of that type already pending.
       EnterDayHours.
           MOVE "TYPE" TO CalFunction.
           CALL 'BIZCAL' USING CalFunction, WorkDate, CalDate2,
               CalDays, CalDayType.
           IF CalDayType = 'H'
               MOVE 'H' TO DefaultPayType
               DISPLAY "Holiday on the Business Calendar"
           ELSE
               MOVE 'R' TO DefaultPayType
           END-IF.
           DISPLAY "Pay Type (R Regular, H Holiday, or PTO Type) ["
               DefaultPayType "] : " WITH NO ADVANCING.
           ACCEPT WorkPayType.
           MOVE FUNCTION UPPER-CASE(WorkPayType) TO WorkPayType.
           IF WorkPayType = SPACE
               MOVE DefaultPayType TO WorkPayType
           END-IF.
           DISPLAY "Hours Worked : " WITH NO ADVANCING.
           ACCEPT WorkHours.
           MOVE 'Y' TO PtoBalFound.
           MOVE ZEROS TO PtoAvailable.
           IF NOT WorkPayTypeWorked
               PERFORM GetPtoAvailable
           END-IF.
           EVALUATE TRUE
               WHEN PtoBalFound = 'N'
                   DISPLAY "No PTO Plan of Type " WorkPayType
                       " for Employee - Not Recorded"
               WHEN NOT WorkPayTypeWorked AND WorkHours > PtoAvailable
                   MOVE PtoAvailable TO ReportHours
                   DISPLAY "Request Exceeds PTO Balance of "
                       ReportHours " Hours - Not Recorded"
               WHEN WorkHours = 0 OR WorkHours > 24
                   DISPLAY "Hours Must Be From 0.01 to 24 - "
                       "Not Recorded"
               WHEN PendCount >= 200
                   DISPLAY "Pending Batch Full - Release It First"
               WHEN OTHER
                   PERFORM RecordOneTimesheet
           END-EVALUATE.
       GetPtoAvailable.
           MOVE WorkEmpID TO PbEmpID.
           MOVE WorkPayType TO PbPtoType.
           READ PtoBalFile
               INVALID KEY MOVE 'N' TO PtoBalFound
           END-READ.
           IF PtoBalFound = 'Y'
               MOVE PbBalance TO PtoAvailable
               PERFORM VARYING PendIdx FROM 1 BY 1
                       UNTIL PendIdx > PendCount
                   IF PTEmpID(PendIdx) = WorkEmpID
                           AND PTPayType(PendIdx) = WorkPayType
                       SUBTRACT PTHours(PendIdx) FROM PtoAvailable
                   END-IF
               END-PERFORM
           END-IF.
      * An employee whose pending hours pass the review limit has the
      * entry that takes them over flagged for the supervisor.
       RecordOneTimesheet.
           MOVE WorkHours TO EmpPendHours.
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendCount
               IF PTEmpID(PendIdx) = WorkEmpID
                   ADD PTHours(PendIdx) TO EmpPendHours
               END-IF
           END-PERFORM.
           ADD 1 TO PendCount.
           MOVE WorkEmpID TO PTEmpID(PendCount).
           MOVE WorkHours TO PTHours(PendCount).
           MOVE CurrentOpID TO PTOperator(PendCount).
           MOVE WorkDate TO PTWorkDate(PendCount).
           MOVE WorkPayType TO PTPayType(PendCount).
           IF EmpPendHours > OvertimeLimit
               MOVE 'F' TO PTFlagged(PendCount)
               DISPLAY "WARNING: " EmpPendHours " Hours Pending "
                   "Exceeds " OvertimeLimit
                   " - Entry Flagged for Review"
           ELSE
               MOVE SPACE TO PTFlagged(PendCount)
           END-IF.
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendCount
               IF PTFlagged(PendIdx) = 'F'
                   DISPLAY PTEmpID(PendIdx) " " PTWorkDate(PendIdx)
                       " " PTPayType(PendIdx) " Hours "
                       PTHours(PendIdx) " By "
                       PTOperator(PendIdx) " *** FLAGGED"
               ELSE
                   DISPLAY PTEmpID(PendIdx) " " PTWorkDate(PendIdx)
                       " " PTPayType(PendIdx) " Hours "
                       PTHours(PendIdx) " By "
                       PTOperator(PendIdx)
               END-IF
               END-IF
           END-IF.
       ReleaseBatch.
           OPEN OUTPUT HoursFile.
           MOVE SPACES TO HoursRecord.
           MOVE 'H' TO PhRecType.
               MOVE 'D' TO PhRecType
               MOVE PTEmpID(PendIdx) TO PhEmpID
               MOVE PTHours(PendIdx) TO PhHours
               MOVE PTWorkDate(PendIdx) TO PhWorkDate
               MOVE PTPayType(PendIdx) TO PhPayType
               WRITE HoursRecord
               ADD 1 TO ReleasedCount
           END-PERFORM.
