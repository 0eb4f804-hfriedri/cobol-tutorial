       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
      * Volume rebate progress: for each open agreement, the invoiced
      * sales so far in the period, the tier reached and the sales still
      * needed to reach the next tier, as of the last monthly accrual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL RebateFile ASSIGN TO "rebagree.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RbIDNum.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT ReportFile ASSIGN TO "rebrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One volume rebate agreement per customer. The period runs from
      * the start month to the end month inclusive. The rate of the
      * highest tier whose threshold the period's invoiced sales reach
      * applies to all of the period's sales.
       FD  RebateFile.
       01  RebateData.
               02  RbIDNum            PIC 9(6).
               02  RbStartPeriod      PIC 9(6).
               02  RbEndPeriod        PIC 9(6).
               02  RbTierCount        PIC 9.
               02  RbTier             OCCURS 5 TIMES.
                   03  RbTierFrom     PIC 9(7)V99.
                   03  RbTierRate     PIC V999.
               02  RbSalesToDate      PIC S9(9)V99.
               02  RbAccrued          PIC S9(7)V99.
               02  RbLastPeriod       PIC 9(6).
               02  RbRenewFlag        PIC X.
                   88  RbRenews       VALUE 'Y'.
               02  RbStatus           PIC X.
                   88  RbActive       VALUE SPACE.
                   88  RbEnded        VALUE 'E'.
               02  RbLastSettled      PIC 9(8).
               02  RbLastEarned       PIC S9(7)V99.
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  ReportFile.
       01  ReportLine                 PIC X(110).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  RunPeriod                  PIC 9(6).
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  TierIdx                    PIC 9.
       01  TierReached                PIC 9.
       01  TierRate                   PIC V999.
       01  NextTier                   PIC 9.
       01  SalesToGo                  PIC S9(9)V99.
       01  RebateNow                  PIC S9(7)V99.
       01  ListedCount                PIC 9(5) VALUE 0.
       01  TopTierCount               PIC 9(5) VALUE 0.
       01  TotalSales                 PIC S9(11)V99 VALUE ZEROS.
       01  TotalAccrued               PIC S9(11)V99 VALUE ZEROS.
       01  ReportName                 PIC X(15).
       01  ReportSales                PIC ZZZZZZZZ9.99-.
       01  ReportRate                 PIC 9.999.
       01  ReportNextFrom             PIC ZZZZZZ9.99.
       01  ReportNextRate             PIC 9.999.
       01  ReportToGo                 PIC ZZZZZZZZ9.99.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "VOLUME REBATE PROGRESS REPORT".
           COMPUTE RunPeriod = BizYear * 100 + BizMonth.
           OPEN INPUT RebateFile.
           OPEN INPUT CustomerFile.
           OPEN OUTPUT ReportFile.
           PERFORM WriteReportHeader.
           MOVE ZEROS TO RbIDNum.
           START RebateFile KEY IS NOT LESS THAN RbIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RebateFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RbActive
                   PERFORM ReportOneAgreement
               END-IF
           END-PERFORM.
           PERFORM WriteReportTotals.
           CLOSE RebateFile.
           CLOSE CustomerFile.
           CLOSE ReportFile.
           DISPLAY "Agreements Listed  : " ListedCount
           DISPLAY "At Top Tier        : " TopTierCount
           DISPLAY "END OF VOLUME REBATE PROGRESS REPORT".
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
       ReportOneAgreement.
           ADD 1 TO ListedCount.
           ADD RbSalesToDate TO TotalSales.
           ADD RbAccrued TO TotalAccrued.
           MOVE RbIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'Y'
               MOVE LastName TO ReportName
           ELSE
               MOVE "*NOT ON FILE*" TO ReportName
           END-IF.
           MOVE 0 TO TierReached.
           MOVE ZEROS TO TierRate.
           PERFORM VARYING TierIdx FROM 1 BY 1
                   UNTIL TierIdx > RbTierCount
               IF RbSalesToDate >= RbTierFrom(TierIdx)
                   MOVE TierIdx TO TierReached
                   MOVE RbTierRate(TierIdx) TO TierRate
               END-IF
           END-PERFORM.
           MOVE RbSalesToDate TO ReportSales.
           MOVE TierRate TO ReportRate.
           MOVE RbAccrued TO ReportAmount.
           MOVE SPACES TO ReportLine.
           IF TierReached >= RbTierCount
               ADD 1 TO TopTierCount
               STRING RbIDNum " " ReportName " " RbEndPeriod " "
                   ReportSales " " TierReached " " ReportRate
                   "   TOP TIER REACHED" "            "
                   ReportAmount
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
           ELSE
               COMPUTE NextTier = TierReached + 1
               COMPUTE SalesToGo = RbTierFrom(NextTier) - RbSalesToDate
               MOVE RbTierFrom(NextTier) TO ReportNextFrom
               MOVE RbTierRate(NextTier) TO ReportNextRate
               MOVE SalesToGo TO ReportToGo
               STRING RbIDNum " " ReportName " " RbEndPeriod " "
                   ReportSales " " TierReached " " ReportRate " "
                   ReportNextFrom " " ReportNextRate " " ReportToGo " "
                   ReportAmount
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
           END-IF.
           WRITE ReportLine.
       WriteReportHeader.
           MOVE SPACES TO ReportLine.
           STRING "VOLUME REBATE PROGRESS AS OF " BusinessDate
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "CUST   NAME            ENDS   SALES TO DATE T  RATE"
               "  NEXT TIER  RATE  SALES TO GO     ACCRUED"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
       WriteReportTotals.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE TotalSales TO ReportTotal.
           MOVE SPACES TO ReportLine.
           STRING "Sales to Date Under Agreement : " ReportTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE TotalAccrued TO ReportTotal.
           MOVE SPACES TO ReportLine.
           STRING "Rebate Liability Accrued      : " ReportTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
