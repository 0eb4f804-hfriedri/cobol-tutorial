       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DisputeKey.
              SELECT DispListFile ASSIGN TO "disprpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       FD  DisputeFile.
       01  DisputeData.
               02  DisputeKey.
                   03  DsIDNum        PIC 9(6).
                   03  DsSeqNum       PIC 9(3).
               02  DsAmount           PIC 9(7)V99.
               02  DsInvoiceNum       PIC 9(6).
               02  DsRef              PIC X(10).
               02  DsReason           PIC XX.
                   88  DsReasonValid  VALUES "PR", "QT", "DG", "NR",
                                             "BL", "OT".
               02  DsOpenDate         PIC 9(8).
               02  DsCloseDate        PIC 9(8).
               02  DsStatus           PIC X.
                   88  DsOpen         VALUE 'O'.
                   88  DsClosed       VALUE 'C'.
               02  DsOutcome          PIC X.
                   88  DsNoOutcome    VALUE SPACE.
                   88  DsCredited     VALUE 'C'.
                   88  DsUpheld       VALUE 'U'.
               02  DsCreditAmount     PIC 9(7)V99.
               02  DsOperator         PIC X(8).
       FD  DispListFile.
       01  DispListLine               PIC X(80).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustFoundFlag              PIC X.
       01  OpenCount                  PIC 9(5) VALUE 0.
       01  OpenTotal                  PIC 9(9)V99 VALUE ZEROS.
       01  CreditedCount              PIC 9(5) VALUE 0.
       01  CreditedTotal              PIC 9(9)V99 VALUE ZEROS.
       01  UpheldCount                PIC 9(5) VALUE 0.
       01  UpheldTotal                PIC 9(9)V99 VALUE ZEROS.
       01  TodayInt                   PIC 9(8).
       01  WorkDays                   PIC S9(7).
       01  DaysOpen                   PIC 9(5).
       01  AgeIdx                     PIC 9.
       01  ReasonIdx                  PIC 9.
       01  ReasonTableValues.
               02  FILLER             PIC X(16) VALUE "PRPrice".
               02  FILLER             PIC X(16) VALUE "QTQuantity".
               02  FILLER             PIC X(16) VALUE "DGDamaged".
               02  FILLER             PIC X(16) VALUE "NRNot Received".
               02  FILLER             PIC X(16) VALUE "BLBilling Error".
               02  FILLER             PIC X(16) VALUE "OTOther".
       01  ReasonTable REDEFINES ReasonTableValues.
               02  ReasonEntry        OCCURS 6 TIMES.
                   03  RTCode         PIC XX.
                   03  RTName         PIC X(14).
       01  ReasonBuckets.
               02  ReasonRow          OCCURS 6 TIMES.
                   03  RBAmount       PIC 9(9)V99 OCCURS 4 TIMES.
                   03  RBCount        PIC 9(5).
                   03  RBTotal        PIC 9(9)V99.
       01  AgeTotals.
               02  AgeTotal           PIC 9(9)V99 OCCURS 4 TIMES.
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       01  ReportCol1                 PIC ZZZZZZ9.99.
       01  ReportCol2                 PIC ZZZZZZ9.99.
       01  ReportCol3                 PIC ZZZZZZ9.99.
       01  ReportCol4                 PIC ZZZZZZ9.99.
       01  ReportCount                PIC ZZZZ9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "DISPUTE AGING REPORT".
           MOVE BusinessDate TO TodayInt.
           INITIALIZE ReasonBuckets.
           INITIALIZE AgeTotals.
           OPEN INPUT CustomerFile.
           OPEN INPUT DisputeFile.
           OPEN OUTPUT DispListFile.
           PERFORM WriteReportHeader.
           MOVE ZEROS TO DisputeKey.
           START DisputeFile KEY IS NOT LESS THAN DisputeKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   EVALUATE TRUE
                       WHEN DsOpen
                           PERFORM ReportOpenDispute
                       WHEN DsCloseDate(1:6) = BusinessDate(1:6)
                           PERFORM CountResolvedDispute
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM WriteReasonMatrix.
           PERFORM WriteResolvedTotals.
           CLOSE CustomerFile.
           CLOSE DisputeFile.
           CLOSE DispListFile.
           MOVE OpenTotal TO ReportTotal.
           DISPLAY "Open Disputes      : " OpenCount.
           DISPLAY "Amount In Dispute  : " ReportTotal.
           DISPLAY "Resolved This Month: " CreditedCount " credited "
               UpheldCount " upheld".
           DISPLAY "END OF DISPUTE AGING REPORT".
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
       WriteReportHeader.
           MOVE SPACES TO DispListLine.
           STRING "OPEN CUSTOMER DISPUTES AS OF " BusinessDate
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
           MOVE SPACES TO DispListLine.
           WRITE DispListLine.
           MOVE SPACES TO DispListLine.
           STRING "ID     SEQ NAME            INVOICE "
               "REASON         DAYS      AMOUNT"
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
      * Disputes age from the day they were opened, in the same 30 day
      * buckets as the receivables aging.
       ReportOpenDispute.
           ADD 1 TO OpenCount.
           ADD DsAmount TO OpenTotal.
           COMPUTE WorkDays =
               FUNCTION INTEGER-OF-DATE(TodayInt)
               - FUNCTION INTEGER-OF-DATE(DsOpenDate).
           EVALUATE TRUE
               WHEN WorkDays < 0
                   MOVE 0 TO DaysOpen
               WHEN WorkDays > 99999
                   MOVE 99999 TO DaysOpen
               WHEN OTHER
                   MOVE WorkDays TO DaysOpen
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DaysOpen <= 30 MOVE 1 TO AgeIdx
               WHEN DaysOpen <= 60 MOVE 2 TO AgeIdx
               WHEN DaysOpen <= 90 MOVE 3 TO AgeIdx
               WHEN OTHER MOVE 4 TO AgeIdx
           END-EVALUATE.
           PERFORM VARYING ReasonIdx FROM 1 BY 1
                   UNTIL ReasonIdx > 5 OR RTCode(ReasonIdx) = DsReason
               CONTINUE
           END-PERFORM.
           ADD DsAmount TO RBAmount(ReasonIdx, AgeIdx).
           ADD DsAmount TO RBTotal(ReasonIdx).
           ADD 1 TO RBCount(ReasonIdx).
           ADD DsAmount TO AgeTotal(AgeIdx).
           MOVE DsIDNum TO IDNum.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'N'
               MOVE "*NOT ON FILE*" TO LastName
           END-IF.
           MOVE DsAmount TO ReportAmount.
           MOVE SPACES TO DispListLine.
           STRING DsIDNum " " DsSeqNum " " LastName " " DsInvoiceNum
               "  " RTName(ReasonIdx) " " DaysOpen " " ReportAmount
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
       CountResolvedDispute.
           IF DsCredited
               ADD 1 TO CreditedCount
               ADD DsCreditAmount TO CreditedTotal
           ELSE
               ADD 1 TO UpheldCount
               ADD DsAmount TO UpheldTotal
           END-IF.
       WriteReasonMatrix.
           MOVE SPACES TO DispListLine.
           WRITE DispListLine.
           MOVE "OPEN DISPUTES BY REASON AND AGE" TO DispListLine.
           WRITE DispListLine.
           MOVE SPACES TO DispListLine.
           STRING "REASON         COUNT       0-30      31-60 "
               "     61-90    OVER 90"
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
           PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 6
               MOVE RBCount(ReasonIdx) TO ReportCount
               MOVE RBAmount(ReasonIdx, 1) TO ReportCol1
               MOVE RBAmount(ReasonIdx, 2) TO ReportCol2
               MOVE RBAmount(ReasonIdx, 3) TO ReportCol3
               MOVE RBAmount(ReasonIdx, 4) TO ReportCol4
               MOVE SPACES TO DispListLine
               STRING RTName(ReasonIdx) " " ReportCount " "
                   ReportCol1 " " ReportCol2 " " ReportCol3 " "
                   ReportCol4
                   DELIMITED BY SIZE INTO DispListLine
               END-STRING
               WRITE DispListLine
           END-PERFORM.
           MOVE OpenCount TO ReportCount.
           MOVE AgeTotal(1) TO ReportCol1.
           MOVE AgeTotal(2) TO ReportCol2.
           MOVE AgeTotal(3) TO ReportCol3.
           MOVE AgeTotal(4) TO ReportCol4.
           MOVE SPACES TO DispListLine.
           STRING "TOTAL          " ReportCount " "
               ReportCol1 " " ReportCol2 " " ReportCol3 " "
               ReportCol4
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
           MOVE OpenTotal TO ReportTotal.
           MOVE SPACES TO DispListLine.
           STRING "Total Amount In Dispute       " ReportTotal
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
       WriteResolvedTotals.
           MOVE SPACES TO DispListLine.
           WRITE DispListLine.
           MOVE "RESOLVED THIS MONTH" TO DispListLine.
           WRITE DispListLine.
           MOVE CreditedTotal TO ReportTotal.
           MOVE SPACES TO DispListLine.
           STRING "Credited to Customer  Count " CreditedCount
               " Total " ReportTotal
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
           MOVE UpheldTotal TO ReportTotal.
           MOVE SPACES TO DispListLine.
           STRING "Upheld (Back to Aging) Count " UpheldCount
               " Total " ReportTotal
               DELIMITED BY SIZE INTO DispListLine
           END-STRING.
           WRITE DispListLine.
