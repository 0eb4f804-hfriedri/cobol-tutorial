                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ContactKey.
              SELECT OPTIONAL BizDayParmFile ASSIGN TO "calparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BizDayParmStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
               02  CtValue            PIC X(30).
               02  CtPreferred        PIC X.
                   88  ContactPreferred VALUE 'Y'.
       FD  BizDayParmFile.
       01  BizDayParmRecord.
               02  BdGraceDays        PIC 9(3).
               02  BdGraceBasis       PIC X.
               02  BdAgingBasis       PIC X.
               02  BdPromiseBasis     PIC X.
       WORKING-STORAGE SECTION.
       01  HistFileStatus             PIC XX.
       01  ContactEOFFlag             PIC X.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportBalance              PIC ZZZZZZ9.99-.
       01  TodayDate                  PIC 9(8).
       01  BizDayParmStatus           PIC XX.
       01  PromiseBasis               PIC X VALUE 'C'.
               88  PromiseInBusinessDays VALUE 'B'.
       01  CalFunction                PIC X(4).
       01  CalDate2                   PIC 9(8).
       01  CalDays                    PIC S9(5).
       01  CalDayType                 PIC X.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "COLLECTIONS WORKBENCH".
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           PERFORM LoadPromiseBasis.
           OPEN I-O CollCaseFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT ContactFile.
           IF CaseFoundFlag = 'Y'
               DISPLAY "Promise Amount : " WITH NO ADVANCING
               ACCEPT WorkAmount
               IF PromiseInBusinessDays
                   DISPLAY "Promise Date (YYYYMMDD or Business "
                       "Days From Today) : " WITH NO ADVANCING
               ELSE
                   DISPLAY "Promise Date (YYYYMMDD or Days From "
                       "Today) : " WITH NO ADVANCING
               END-IF
               ACCEPT WorkDate
               PERFORM SetPromiseDueDate
               IF WorkAmount = 0 OR WorkDate <= TodayDate
                   DISPLAY "Promise Must Have an Amount and a "
                       "Future Date - Not Recorded"
                   END-REWRITE
               END-IF
           END-IF.
      * A short number is a count of days from today. When promises
      * count business days the count skips weekends and holidays, and
      * a date given for a day the business is closed moves on to the
      * next business day.
       SetPromiseDueDate.
           IF WorkDate > 0 AND WorkDate < 1000
               IF PromiseInBusinessDays
                   MOVE "ADD " TO CalFunction
                   MOVE WorkDate TO CalDays
                   CALL 'BIZCAL' USING CalFunction, TodayDate,
                       CalDate2, CalDays, CalDayType
                   MOVE CalDate2 TO WorkDate
               ELSE
                   COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TodayDate) + WorkDate)
               END-IF
               DISPLAY "Promise Due " WorkDate
           ELSE
               IF PromiseInBusinessDays AND WorkDate > TodayDate
                   MOVE "ADD " TO CalFunction
                   MOVE 0 TO CalDays
                   CALL 'BIZCAL' USING CalFunction, WorkDate,
                       CalDate2, CalDays, CalDayType
                   IF CalDate2 NOT = WorkDate
                       DISPLAY WorkDate " Is Not a Business Day - "
                           "Promise Due " CalDate2
                       MOVE CalDate2 TO WorkDate
                   END-IF
               END-IF
           END-IF.
       LoadPromiseBasis.
           OPEN INPUT BizDayParmFile.
           IF BizDayParmStatus = "00"
               READ BizDayParmFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE BdPromiseBasis TO PromiseBasis
               END-READ
           END-IF.
           IF BizDayParmStatus = "00" OR BizDayParmStatus = "05"
                   OR BizDayParmStatus = "10"
               CLOSE BizDayParmFile
           END-IF.
       CloseCase.
           DISPLAY " ".
           PERFORM GetOpenCase.
