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
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CheckEOFFlag               PIC X.
       01  StatementCount             PIC 9(4) VALUE 0.
       01  EmpGross                   PIC S9(8)V99.
       01  EmpTax                     PIC S9(8)V99.
       01  EmpIns                     PIC S9(7)V99.
       01  EmpRet                     PIC S9(7)V99.
       01  EmpGarn                    PIC S9(7)V99.
       01  EmpMatch                   PIC S9(7)V99.
       01  EmpNet                     PIC S9(8)V99.
       01  EmpRegEarn                 PIC S9(8)V99.
       01  EmpOTEarn                  PIC S9(8)V99.
       01  EmpPremEarn                PIC S9(8)V99.
       01  EmpCommEarn                PIC S9(8)V99.
       01  EmpPtoEarn                 PIC S9(8)V99.
       01  EmpOtherEarn               PIC S9(8)V99.
       01  EmpChecks                  PIC 9(4).
       01  CompGross                  PIC 9(10)V99 VALUE ZEROS.
       01  CompTax                    PIC 9(10)V99 VALUE ZEROS.
       SumEmployeeChecks.
           MOVE ZEROS TO EmpGross EmpTax EmpIns EmpRet
                         EmpGarn EmpMatch EmpNet.
           MOVE ZEROS TO EmpRegEarn EmpOTEarn EmpPremEarn
                         EmpCommEarn EmpPtoEarn EmpOtherEarn.
           MOVE 0 TO EmpChecks.
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT PaycheckFile.
               IF CheckEOFFlag = 'N'
                       AND CkEmpID = EmpID
                       AND CkPayDate(1:4) = BusinessDate(1:4)
                   IF CkIsVoid
                       PERFORM SubtractVoidedCheck
                   ELSE
                       PERFORM AddOneCheck
                   END-IF
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
       AddOneCheck.
           ADD 1 TO EmpChecks.
           ADD CkGross TO EmpGross.
           ADD CkFedTax TO EmpTax.
           ADD CkInsAmount TO EmpIns.
           ADD CkRetAmount TO EmpRet.
           ADD CkGarnAmount TO EmpGarn.
           ADD CkMatchAmount TO EmpMatch.
           ADD CkNet TO EmpNet.
           PERFORM AddCheckEarnings.
      * A void record repeats the amounts of the check it reverses and
      * takes them back out of the year, along with the check count.
       SubtractVoidedCheck.
           SUBTRACT 1 FROM EmpChecks.
           SUBTRACT CkGross FROM EmpGross.
           SUBTRACT CkFedTax FROM EmpTax.
           SUBTRACT CkInsAmount FROM EmpIns.
           SUBTRACT CkRetAmount FROM EmpRet.
           SUBTRACT CkGarnAmount FROM EmpGarn.
           SUBTRACT CkMatchAmount FROM EmpMatch.
           SUBTRACT CkNet FROM EmpNet.
           SUBTRACT CkRegEarn FROM EmpRegEarn.
           SUBTRACT CkOTEarn FROM EmpOTEarn.
           SUBTRACT CkPremEarn FROM EmpPremEarn.
           SUBTRACT CkCommEarn FROM EmpCommEarn.
           SUBTRACT CkPtoEarn FROM EmpPtoEarn.
           SUBTRACT CkOtherEarn FROM EmpOtherEarn.
      * Checks written before earnings were split by type carry only
      * the gross, which is shown as regular earnings.
       AddCheckEarnings.
           IF CkRegEarn IS NUMERIC AND CkOTEarn IS NUMERIC
                   AND CkPremEarn IS NUMERIC AND CkCommEarn IS NUMERIC
               ADD CkRegEarn TO EmpRegEarn
               ADD CkOTEarn TO EmpOTEarn
               ADD CkPremEarn TO EmpPremEarn
               ADD CkCommEarn TO EmpCommEarn
           ELSE
               ADD CkGross TO EmpRegEarn
           END-IF.
           IF CkPtoEarn IS NUMERIC
               ADD CkPtoEarn TO EmpPtoEarn
           END-IF.
           IF CkOtherEarn IS NUMERIC
               ADD CkOtherEarn TO EmpOtherEarn
           END-IF.
       WriteStatementPage.
           MOVE SPACES TO StatementLine.
           IF StatementCount > 1
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           WRITE StatementLine.
           MOVE EmpRegEarn TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "  Regular          : " ReportAmount
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           WRITE StatementLine.
           MOVE EmpOTEarn TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "  Overtime         : " ReportAmount
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           WRITE StatementLine.
           MOVE EmpPremEarn TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "  Holiday Premium  : " ReportAmount
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           WRITE StatementLine.
           MOVE EmpPtoEarn TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "  Paid Time Off    : " ReportAmount
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           WRITE StatementLine.
           MOVE EmpCommEarn TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "  Commission       : " ReportAmount
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           WRITE StatementLine.
           MOVE EmpOtherEarn TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "  Bonus and Other  : " ReportAmount
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           WRITE StatementLine.
           MOVE EmpTax TO ReportAmount.
           MOVE SPACES TO StatementLine.
           STRING "Federal Tax        : " ReportAmount
