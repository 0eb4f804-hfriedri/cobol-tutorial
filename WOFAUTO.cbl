              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT RegisterFile ASSIGN TO "wofauto.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
       FD  RegisterFile.
       01  RegisterLine               PIC X(90).
       WORKING-STORAGE SECTION.
       01  PostSeqStatus              PIC XX.
       01  CtlFileStatus              PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  SmallThreshold             PIC 9(5)V99 VALUE 10.00.
       01  WriteOffAmount             PIC 9(7)V99.
       01  UndisputedBalance          PIC S9(7)V99.
       01  DspCustID                  PIC 9(6).
       01  DspInvoice                 PIC 9(6).
       01  DspOpenAmount              PIC 9(7)V99.
       01  WrittenOffCount            PIC 9(5) VALUE 0.
       01  WrittenOffTotal            PIC 9(9)V99 VALUE ZEROS.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  ThresholdFoundFlag         PIC X VALUE 'N'.
       01  RunMode                    PIC X(5) VALUE SPACES.
               88  TrialRun           VALUE "TRIAL".
       01  TrialBanner                PIC X(60) VALUE
               "*** TRIAL RUN - SIMULATION ONLY - NOTHING POSTED ***".
       01  OpeningCtlBalance          PIC S9(11)V99 VALUE ZEROS.
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportThreshold            PIC ZZZZ9.99.
       01  ReportBalance              PIC ZZZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "AUTOMATIC SMALL BALANCE WRITE-OFF".
           PERFORM GetRunMode.
           PERFORM LoadWriteOffThreshold.
           DISPLAY "Write-Off Threshold : " SmallThreshold.
           PERFORM AcquireCustLock.
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           MOVE CtlTotalBalance TO OpeningCtlBalance.
           IF TrialRun
               OPEN INPUT CustomerFile
           ELSE
               OPEN I-O CustomerFile
               OPEN I-O PostingFile
               OPEN EXTEND AuditFile
           END-IF.
           PERFORM WriteRegisterHeading.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RecordActive
                       AND Balance > 0
                   PERFORM CheckSmallBalance
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           IF NOT TrialRun
               CLOSE PostingFile
               CLOSE AuditFile
               PERFORM SaveControlTotals
           END-IF.
           PERFORM WriteRegisterTotals.
           PERFORM ReleaseCustLock.
           MOVE WrittenOffTotal TO ReportTotal.
           DISPLAY "Balances Written Off : " WrittenOffCount
           DISPLAY "Total Written Off    : " ReportTotal
           DISPLAY "Register Written to wofauto.lst"
           IF TrialRun
               DISPLAY "TRIAL RUN - NOTHING WAS POSTED"
           END-IF
           DISPLAY "END OF SMALL BALANCE WRITE-OFF".
           STOP RUN.
       GetProcessingDate.
               END-READ
               CLOSE ProcDateFile
           END-IF.
      * A trial run only reads the customer file, so it takes a read
      * lock and lets other readers carry on.
       AcquireCustLock.
           MOVE "WOFAUTO" TO LockCallerID.
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
       LoadControlTotals.
           IF WofCtlStatus = "00"
               READ WofCtlFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE WofThreshold TO SmallThreshold
                       MOVE 'Y' TO ThresholdFoundFlag
               END-READ
               CLOSE WofCtlFile
           END-IF.
      * Only the part of the balance not in open dispute is weighed
      * against the threshold and written off; the disputed amount
      * stays on the account until the dispute is resolved.
       CheckSmallBalance.
           MOVE IDNum TO DspCustID.
           MOVE ZEROS TO DspInvoice.
           CALL 'DISPSUM' USING DspCustID, DspInvoice, DspOpenAmount.
           COMPUTE UndisputedBalance = Balance - DspOpenAmount.
           IF UndisputedBalance > 0
                   AND UndisputedBalance <= SmallThreshold
               PERFORM WriteOffOneBalance
           END-IF.
       WriteOffOneBalance.
           MOVE UndisputedBalance TO WriteOffAmount.
           MOVE Balance TO AuditBeforeAmount.
           SUBTRACT WriteOffAmount FROM Balance.
           PERFORM StampLastActivity.
           IF TrialRun
               PERFORM CountOneWriteOff
           ELSE
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "WARNING: ID " IDNum
                           " write-off not posted"
                   NOT INVALID KEY
                       PERFORM CountOneWriteOff
                       PERFORM WriteOffPosting
                       PERFORM WriteOffAudit
               END-REWRITE
           END-IF.
       CountOneWriteOff.
           ADD 1 TO WrittenOffCount.
           ADD WriteOffAmount TO WrittenOffTotal.
           SUBTRACT WriteOffAmount FROM CtlTotalBalance.
           MOVE WriteOffAmount TO ReportAmount.
           MOVE SPACES TO RegisterLine.
           STRING "Customer " IDNum " "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               " Write-Off " ReportAmount
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
           MOVE "SMALL BALANCE WRITE-OFF REGISTER" TO RegisterLine.
           WRITE RegisterLine.
           MOVE SmallThreshold TO ReportThreshold.
           MOVE SPACES TO RegisterLine.
           STRING "Processing Date " BusinessDate
               "  Write-Off Threshold " ReportThreshold
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           IF ThresholdFoundFlag = 'N'
               MOVE "Threshold not on wofctl.dat - default used"
                   TO RegisterLine
               WRITE RegisterLine
           END-IF.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE WrittenOffTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "BALANCES WRITTEN OFF : " WrittenOffCount
               "  TOTAL : " ReportTotal
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
       WriteOffPosting.
           MOVE IDNum TO PostIDNum.
           MOVE BizMonth TO PostDate(1:2).
