       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMNT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT StandOrdFile ASSIGN TO "sorder.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SoStandNum
                  ALTERNATE RECORD KEY IS SoCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL StandLineFile ASSIGN TO "sordline.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StandLineKey.
              SELECT StandCtlFile ASSIGN TO "sordctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StandCtlStatus.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL PriceListFile ASSIGN TO "pricelist.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PriceListKey.
              SELECT DiscountFile ASSIGN TO "disccode.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DiscFileStatus.
       DATA DIVISION.
       FILE SECTION.
      * A standing order is a customer's regular reorder. SORDGEN turns
      * it into a real order on each run date until the end date, and
      * prices it from the price list on the day the order is made.
      * The hold flag lets the clerk skip the next run only, or pause
      * the standing order until it is resumed.
       FD  StandOrdFile.
       01  StandOrdData.
               02  SoStandNum         PIC 9(6).
               02  SoCustIDNum        PIC 9(6).
               02  SoFrequency        PIC X.
                   88  SoWeekly       VALUE 'W'.
                   88  SoFortnightly  VALUE 'F'.
                   88  SoMonthly      VALUE 'M'.
                   88  SoQuarterly    VALUE 'Q'.
                   88  SoFreqValid    VALUES 'W', 'F', 'M', 'Q'.
               02  SoAnchorDay        PIC 99.
               02  SoNextRunDate      PIC 9(8).
               02  SoEndDate          PIC 9(8).
               02  SoHoldFlag         PIC X.
                   88  SoRunning      VALUE SPACE.
                   88  SoSkipNext     VALUE 'S'.
                   88  SoPaused       VALUE 'P'.
               02  SoDiscCode         PIC X(5).
               02  SoLineCount        PIC 9(3).
               02  SoStatus           PIC X.
                   88  SoLive         VALUE SPACE.
                   88  SoEnded        VALUE 'E'.
               02  SoLastRunDate      PIC 9(8).
               02  SoLastOrderNum     PIC 9(6).
               02  SoSetUpBy          PIC X(8).
       FD  StandLineFile.
       01  StandLineData.
               02  StandLineKey.
                   03  SlStandNum     PIC 9(6).
                   03  SlLineNum      PIC 9(3).
               02  SlProdName         PIC X(10).
               02  SlSizeType         PIC A.
               02  SlQty              PIC 9(3).
       FD  StandCtlFile.
       01  StandCtlRecord.
               02  StandCtlNextNum    PIC 9(6).
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
       FD  PriceListFile.
       01  PriceListData.
               02  PriceListKey.
                   03  PlProdName     PIC X(10).
                   03  PlSizeType     PIC A.
               02  PlListPrice        PIC 9(5)V99.
       FD  DiscountFile.
       01  DiscountRecord.
               02  DcCode             PIC X(5).
               02  DcPercent          PIC 9(2).
       WORKING-STORAGE SECTION.
       01  StandCtlStatus             PIC XX.
       01  DiscFileStatus             PIC XX.
       01  DiscEOFFlag                PIC X.
       01  DiscIdx                    PIC 99.
       01  DiscFoundFlag              PIC X.
       01  DiscTable.
               02  DiscCount          PIC 99 VALUE 0.
               02  DiscEntry          OCCURS 1 TO 50 TIMES
                                      DEPENDING ON DiscCount.
                   03  DTCode         PIC X(5).
                   03  DTPercent      PIC 9(2).
       01  Choice                     PIC 99.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CustExists                 PIC X.
       01  StandExists                PIC X.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  LineIdx                    PIC 9(3).
       01  LineEOFFlag                PIC X.
       01  LinesDoneFlag              PIC X.
       01  LineEnteredFlag            PIC X.
       01  WorkLineCount              PIC 9(3).
       01  OldLineCount               PIC 9(3).
       01  WorkProdName               PIC X(10).
       01  WorkSizeType               PIC A.
       01  WorkLineQty                PIC 9(3).
       01  StandLineTable.
               02  StandLineEntries   OCCURS 200 TIMES.
                   03  STProdName     PIC X(10).
                   03  STSizeType     PIC A.
                   03  STQty          PIC 9(3).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  TodayDate                  PIC 9(8).
       01  WorkDate                   PIC 9(8).
       01  WorkFrequency              PIC X.
       01  WorkDiscCode               PIC X(5).
       01  WorkHoldChoice             PIC X.
       01  ScheduleOKFlag             PIC X.
       01  ConfirmChoice              PIC X.
       01  ListCustIDNum              PIC 9(6).
       01  ListedCount                PIC 9(4) VALUE 0.
       01  FreqText                   PIC X(11).
       01  HoldText                   PIC X(16).
       PROCEDURE DIVISION.
       StartPara.
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM LoadDiscountTable.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           OPEN I-O StandOrdFile.
           OPEN I-O StandLineFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT PriceListFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "STANDING ORDERS"
               DISPLAY "1: Set Up Standing Order"
               DISPLAY "2: Show Standing Order"
               DISPLAY "3: List Standing Orders for Customer"
               DISPLAY "4: Change Schedule"
               DISPLAY "5: Replace Lines"
               DISPLAY "6: Skip Next / Pause / Resume"
               DISPLAY "7: End Standing Order"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM SetUpStandingOrder
                   WHEN 2 PERFORM ShowStandingOrder
                   WHEN 3 PERFORM ListStandingForCust
                   WHEN 4 PERFORM ChangeSchedule
                   WHEN 5 PERFORM ReplaceLines
                   WHEN 6 PERFORM ChangeHoldFlag
                   WHEN 7 PERFORM EndStandingOrder
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE StandOrdFile.
           CLOSE StandLineFile.
           CLOSE CustomerFile.
           CLOSE PriceListFile.
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
       LoadDiscountTable.
           MOVE 0 TO DiscCount.
           MOVE 'N' TO DiscEOFFlag.
           OPEN INPUT DiscountFile.
           IF DiscFileStatus NOT = "00"
               MOVE 'Y' TO DiscEOFFlag
           END-IF.
           PERFORM UNTIL DiscEOFFlag = 'Y'
               READ DiscountFile
                   AT END MOVE 'Y' TO DiscEOFFlag
               END-READ
               IF DiscEOFFlag = 'N' AND DiscCount < 50
                   ADD 1 TO DiscCount
                   MOVE DcCode TO DTCode(DiscCount)
                   MOVE DcPercent TO DTPercent(DiscCount)
               END-IF
           END-PERFORM.
           IF DiscFileStatus = "00" OR DiscFileStatus = "10"
               CLOSE DiscountFile
           END-IF.
       SetUpStandingOrder.
           DISPLAY " "
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
           ACCEPT IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N' OR NOT RecordActive
               DISPLAY "Customer Does not Exist or Is Not Active"
           ELSE
               DISPLAY "Customer : " FirstName " " LastName
               PERFORM SetUpStandingDetail
           END-IF.
       SetUpStandingDetail.
           MOVE SPACES TO StandOrdData.
           MOVE IDNum TO SoCustIDNum.
           MOVE ZEROS TO SoLastRunDate.
           MOVE ZEROS TO SoLastOrderNum.
           MOVE CurrentOpID TO SoSetUpBy.
           SET SoRunning TO TRUE.
           SET SoLive TO TRUE.
           PERFORM EnterSchedule.
           IF ScheduleOKFlag = 'Y'
               PERFORM EnterDiscountCode
               PERFORM AcceptStandingLines
               IF WorkLineCount = 0
                   DISPLAY "No Lines - Standing Order Not Set Up"
               ELSE
                   PERFORM AssignStandingNumber
                   MOVE WorkLineCount TO SoLineCount
                   WRITE StandOrdData
                       INVALID KEY
                           DISPLAY "Standing Order " SoStandNum
                               " Taken - Check sordctl.dat"
                       NOT INVALID KEY
                           PERFORM WriteStandLineRecords
                           DISPLAY "Standing Order " SoStandNum
                               " Set Up - First Run " SoNextRunDate
                   END-WRITE
               END-IF
           END-IF.
      * The anchor day is the day of the month of the first run; a
      * monthly or quarterly standing order keeps returning to it, or
      * to the month end in a shorter month.
       EnterSchedule.
           MOVE 'N' TO ScheduleOKFlag.
           DISPLAY "Frequency (W=Weekly F=Fortnightly M=Monthly "
               "Q=Quarterly) : " WITH NO ADVANCING.
           ACCEPT WorkFrequency.
           MOVE FUNCTION UPPER-CASE(WorkFrequency) TO SoFrequency.
           DISPLAY "First Run Date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WorkDate.
           DISPLAY "End Date (YYYYMMDD, 0 for none) : "
               WITH NO ADVANCING.
           ACCEPT SoEndDate.
           EVALUATE TRUE
               WHEN NOT SoFreqValid
                   DISPLAY "Frequency Must Be W, F, M or Q"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WorkDate) NOT = 0
                   DISPLAY "First Run Date Is Not a Valid Date"
               WHEN WorkDate < TodayDate
                   DISPLAY "First Run Date Is in the Past"
               WHEN SoEndDate NOT = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(SoEndDate)
                           NOT = 0
                   DISPLAY "End Date Is Not a Valid Date"
               WHEN SoEndDate NOT = 0 AND SoEndDate < WorkDate
                   DISPLAY "End Date Is Before the First Run"
               WHEN OTHER
                   MOVE WorkDate TO SoNextRunDate
                   MOVE WorkDate(7:2) TO SoAnchorDay
                   MOVE 'Y' TO ScheduleOKFlag
           END-EVALUATE.
       EnterDiscountCode.
           MOVE SPACES TO SoDiscCode.
           DISPLAY "Discount Code (blank for none) : "
               WITH NO ADVANCING.
           ACCEPT WorkDiscCode.
           IF WorkDiscCode NOT = SPACES
               MOVE 'N' TO DiscFoundFlag
               PERFORM VARYING DiscIdx FROM 1 BY 1
                       UNTIL DiscIdx > DiscCount
                   IF DTCode(DiscIdx) = WorkDiscCode
                       MOVE 'Y' TO DiscFoundFlag
                   END-IF
               END-PERFORM
               IF DiscFoundFlag = 'Y'
                   MOVE WorkDiscCode TO SoDiscCode
               ELSE
                   DISPLAY "Discount Code Not on File - Ignored"
               END-IF
           END-IF.
       AssignStandingNumber.
           MOVE ZEROS TO SoStandNum.
           OPEN INPUT StandCtlFile.
           IF StandCtlStatus = "00"
               READ StandCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE StandCtlNextNum TO SoStandNum
               END-READ
               CLOSE StandCtlFile
           END-IF.
           IF SoStandNum = 0
               MOVE 1 TO SoStandNum
           END-IF.
           OPEN OUTPUT StandCtlFile.
           COMPUTE StandCtlNextNum = SoStandNum + 1.
           WRITE StandCtlRecord.
           CLOSE StandCtlFile.
      * Lines carry product, size and quantity only. The product must
      * be on the price list now; the price is taken when each order
      * is generated.
       AcceptStandingLines.
           MOVE 0 TO WorkLineCount.
           MOVE 'N' TO LinesDoneFlag.
           PERFORM UNTIL LinesDoneFlag = 'Y'
               IF WorkLineCount >= 200
                   DISPLAY "Line Limit Reached"
                   MOVE 'Y' TO LinesDoneFlag
               ELSE
                   COMPUTE LineIdx = WorkLineCount + 1
                   PERFORM AcceptOneStandingLine
                   IF LineEnteredFlag = 'Y'
                       ADD 1 TO WorkLineCount
                       MOVE WorkProdName
                           TO STProdName(WorkLineCount)
                       MOVE WorkSizeType
                           TO STSizeType(WorkLineCount)
                       MOVE WorkLineQty TO STQty(WorkLineCount)
                   ELSE
                       MOVE 'Y' TO LinesDoneFlag
                   END-IF
               END-IF
           END-PERFORM.
       AcceptOneStandingLine.
           MOVE 'N' TO LineEnteredFlag.
           MOVE 'N' TO LineEOFFlag.
           PERFORM UNTIL LineEOFFlag = 'Y'
               MOVE SPACES TO WorkProdName
               DISPLAY "Line " LineIdx " Product (blank to end) : "
                   WITH NO ADVANCING
               ACCEPT WorkProdName
               IF WorkProdName = SPACES
                   MOVE 'Y' TO LineEOFFlag
               ELSE
                   DISPLAY "Line " LineIdx " Size : "
                       WITH NO ADVANCING
                   ACCEPT WorkSizeType
                   DISPLAY "Line " LineIdx " Quantity : "
                       WITH NO ADVANCING
                   ACCEPT WorkLineQty
                   MOVE WorkProdName TO PlProdName
                   MOVE WorkSizeType TO PlSizeType
                   READ PriceListFile
                       INVALID KEY
                           DISPLAY "Product/Size Not on Price "
                               "List - Re-Enter Line"
                       NOT INVALID KEY
                           IF WorkLineQty = 0
                               DISPLAY "Quantity Must Be Above "
                                   "Zero - Re-Enter Line"
                           ELSE
                               MOVE 'Y' TO LineEnteredFlag
                               MOVE 'Y' TO LineEOFFlag
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
       WriteStandLineRecords.
           PERFORM WriteOneStandLineRecord
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > WorkLineCount.
       WriteOneStandLineRecord.
           MOVE SoStandNum TO SlStandNum.
           MOVE LineIdx TO SlLineNum.
           MOVE STProdName(LineIdx) TO SlProdName.
           MOVE STSizeType(LineIdx) TO SlSizeType.
           MOVE STQty(LineIdx) TO SlQty.
           WRITE StandLineData
               INVALID KEY
                   REWRITE StandLineData
                       INVALID KEY
                           DISPLAY "WARNING: standing line "
                               SlLineNum " not written"
                   END-REWRITE
           END-WRITE.
       DeleteStandLines.
           PERFORM DeleteOneStandLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > OldLineCount.
       DeleteOneStandLine.
           MOVE SoStandNum TO SlStandNum.
           MOVE LineIdx TO SlLineNum.
           DELETE StandLineFile RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       ReadStandingOrder.
           DISPLAY " "
           DISPLAY "Enter Standing Order Number : " WITH NO ADVANCING.
           ACCEPT SoStandNum.
           MOVE 'Y' TO StandExists.
           READ StandOrdFile
               INVALID KEY MOVE 'N' TO StandExists
           END-READ.
           IF StandExists = 'N'
               DISPLAY "Standing Order Does not Exist"
           END-IF.
       ShowStandingOrder.
           PERFORM ReadStandingOrder.
           IF StandExists = 'Y'
               PERFORM DisplayStandingOrder
           END-IF.
       DisplayStandingOrder.
           PERFORM SetDisplayTexts.
           DISPLAY "Standing Order : " SoStandNum "  Customer "
               SoCustIDNum.
           DISPLAY "Frequency      : " FreqText "  " HoldText.
           DISPLAY "Next Run       : " SoNextRunDate
               "  End Date : " SoEndDate.
           DISPLAY "Discount Code  : " SoDiscCode.
           DISPLAY "Last Order     : " SoLastOrderNum " On "
               SoLastRunDate.
           MOVE SoStandNum TO SlStandNum.
           MOVE ZEROS TO SlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START StandLineFile KEY IS NOT LESS THAN StandLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ StandLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF SlStandNum NOT = SoStandNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       DISPLAY "  " SlProdName " " SlSizeType
                           " Qty " SlQty
                   END-IF
               END-IF
           END-PERFORM.
       SetDisplayTexts.
           EVALUATE TRUE
               WHEN SoWeekly MOVE "WEEKLY" TO FreqText
               WHEN SoFortnightly MOVE "FORTNIGHTLY" TO FreqText
               WHEN SoMonthly MOVE "MONTHLY" TO FreqText
               WHEN SoQuarterly MOVE "QUARTERLY" TO FreqText
               WHEN OTHER MOVE "UNKNOWN" TO FreqText
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SoEnded MOVE "ENDED" TO HoldText
               WHEN SoPaused MOVE "PAUSED" TO HoldText
               WHEN SoSkipNext MOVE "SKIP NEXT RUN" TO HoldText
               WHEN OTHER MOVE "ACTIVE" TO HoldText
           END-EVALUATE.
       ListStandingForCust.
           DISPLAY " "
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
           ACCEPT ListCustIDNum.
           MOVE 0 TO ListedCount.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ListCustIDNum TO SoCustIDNum.
           START StandOrdFile KEY IS NOT LESS THAN SoCustIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ StandOrdFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF SoCustIDNum NOT = ListCustIDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       PERFORM SetDisplayTexts
                       DISPLAY "Standing Order " SoStandNum " "
                           FreqText " Next " SoNextRunDate " Lines "
                           SoLineCount " " HoldText
                       ADD 1 TO ListedCount
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Standing Orders Listed : " ListedCount.
       ChangeSchedule.
           PERFORM ReadStandingOrder.
           IF StandExists = 'Y'
               IF SoEnded
                   DISPLAY "Standing Order Has Ended"
               ELSE
                   PERFORM DisplayStandingOrder
                   PERFORM EnterSchedule
                   IF ScheduleOKFlag = 'Y'
                       PERFORM EnterDiscountCode
                       PERFORM RewriteStandingOrder
                   END-IF
               END-IF
           END-IF.
       ReplaceLines.
           PERFORM ReadStandingOrder.
           IF StandExists = 'Y'
               IF SoEnded
                   DISPLAY "Standing Order Has Ended"
               ELSE
                   PERFORM DisplayStandingOrder
                   MOVE SoLineCount TO OldLineCount
                   PERFORM AcceptStandingLines
                   IF WorkLineCount = 0
                       DISPLAY "No Lines - Standing Order Not Changed"
                   ELSE
                       MOVE WorkLineCount TO SoLineCount
                       REWRITE StandOrdData
                           INVALID KEY
                               DISPLAY "Standing Order Not Updated"
                           NOT INVALID KEY
                               PERFORM DeleteStandLines
                               PERFORM WriteStandLineRecords
                               DISPLAY "Lines Replaced : "
                                   WorkLineCount
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
       ChangeHoldFlag.
           PERFORM ReadStandingOrder.
           IF StandExists = 'Y'
               IF SoEnded
                   DISPLAY "Standing Order Has Ended"
               ELSE
                   PERFORM DisplayStandingOrder
                   DISPLAY "S=Skip Next Run  P=Pause  R=Resume : "
                       WITH NO ADVANCING
                   ACCEPT WorkHoldChoice
                   EVALUATE FUNCTION UPPER-CASE(WorkHoldChoice)
                       WHEN 'S'
                           SET SoSkipNext TO TRUE
                           PERFORM RewriteStandingOrder
                       WHEN 'P'
                           SET SoPaused TO TRUE
                           PERFORM RewriteStandingOrder
                       WHEN 'R'
                           PERFORM ResumeStandingOrder
                       WHEN OTHER
                           DISPLAY "No Change"
                   END-EVALUATE
               END-IF
           END-IF.
      * A paused standing order resumes from the next run date on or
      * after today; the runs missed while paused are not made up.
       ResumeStandingOrder.
           SET SoRunning TO TRUE.
           IF SoNextRunDate < TodayDate
               DISPLAY "Next Run Date (YYYYMMDD) : "
                   WITH NO ADVANCING
               ACCEPT WorkDate
               IF FUNCTION TEST-DATE-YYYYMMDD(WorkDate) NOT = 0
                       OR WorkDate < TodayDate
                   MOVE TodayDate TO WorkDate
               END-IF
               MOVE WorkDate TO SoNextRunDate
           END-IF.
           PERFORM RewriteStandingOrder.
       RewriteStandingOrder.
           REWRITE StandOrdData
               INVALID KEY
                   DISPLAY "Standing Order Not Updated"
               NOT INVALID KEY
                   PERFORM SetDisplayTexts
                   DISPLAY "Standing Order " SoStandNum " Updated - "
                       HoldText " Next Run " SoNextRunDate
           END-REWRITE.
       EndStandingOrder.
           PERFORM ReadStandingOrder.
           IF StandExists = 'Y'
               IF SoEnded
                   DISPLAY "Standing Order Has Already Ended"
               ELSE
                   PERFORM DisplayStandingOrder
                   DISPLAY "Confirm End (Y/N) : " WITH NO ADVANCING
                   ACCEPT ConfirmChoice
                   IF ConfirmChoice = 'Y' OR ConfirmChoice = 'y'
                       SET SoEnded TO TRUE
                       MOVE TodayDate TO SoEndDate
                       PERFORM RewriteStandingOrder
                   ELSE
                       DISPLAY "End Abandoned"
                   END-IF
               END-IF
           END-IF.
