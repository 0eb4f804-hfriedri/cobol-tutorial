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
       WORKING-STORAGE SECTION.
       01  PaycheckStatus             PIC XX.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  EndOfFileFlag              PIC X.
       01  WorkEmpID                  PIC 9(4).
       01  ListedCount                PIC 9(4).
       01  CheckLineNum               PIC 9(7).
       01  CheckTypeText              PIC X(9).
       01  ReportGross                PIC ZZZZZ9.99.
       01  ReportTax                  PIC ZZZZZ9.99.
       01  ReportNet                  PIC ZZZZZ9.99.
           STOP RUN.
       ListEmployeeChecks.
           MOVE 0 TO ListedCount.
           MOVE 0 TO CheckLineNum.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               READ PaycheckFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO CheckLineNum
               END-IF
               IF EndOfFileFlag = 'N' AND CkEmpID = WorkEmpID
                   ADD 1 TO ListedCount
                   PERFORM DisplayOneCheck
           MOVE CkGross TO ReportGross.
           MOVE CkFedTax TO ReportTax.
           MOVE CkNet TO ReportNet.
           EVALUATE TRUE
               WHEN CkIsOffCycle MOVE "OFF-CYCLE" TO CheckTypeText
               WHEN CkIsVoid MOVE "VOID" TO CheckTypeText
               WHEN CkIsReissue MOVE "REISSUE" TO CheckTypeText
               WHEN OTHER MOVE "REGULAR" TO CheckTypeText
           END-EVALUATE.
           DISPLAY "Check " CheckLineNum " " CheckTypeText.
           IF (CkIsVoid OR CkIsReissue) AND CkRefSeq IS NUMERIC
               DISPLAY "    Of Check " CkRefSeq
           END-IF.
           DISPLAY CkPayDate " Hours " CkHours
               " Gross " ReportGross
               " Tax " ReportTax
               " Net " ReportNet.
           IF CkRegEarn IS NUMERIC
               DISPLAY "    Reg " CkRegEarn
                   " OT " CkOTHours " Hrs " CkOTEarn
                   " Prem " CkPremHours " Hrs " CkPremEarn
                   " Comm " CkCommEarn
           END-IF.
           IF CkPtoEarn IS NUMERIC
               DISPLAY "    PTO " CkPtoHours " Hrs " CkPtoEarn
           END-IF.
           IF CkOtherEarn IS NUMERIC AND CkOtherEarn > 0
               DISPLAY "    Bonus/Other " CkOtherEarn
           END-IF.
           DISPLAY "    Ins " CkInsAmount
               " Ret " CkRetAmount
               " Garn " CkGarnAmount
