       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDGEN.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL StandOrdFile ASSIGN TO "sorder.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SoStandNum
                  ALTERNATE RECORD KEY IS SoCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL StandLineFile ASSIGN TO "sordline.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StandLineKey.
              SELECT OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderLineFile ASSIGN TO "ordline.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderLineKey.
              SELECT OrdCtlFile ASSIGN TO "ordctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OrdCtlStatus.
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
              SELECT OPTIONAL TaxMastFile ASSIGN TO "taxmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxMastKey.
              SELECT OPTIONAL TaxCertFile ASSIGN TO "taxcert.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxCertKey.
              SELECT OPTIONAL CustRelFile ASSIGN TO "custrel.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RelIDNum
                  ALTERNATE RECORD KEY IS RelParentID
                      WITH DUPLICATES.
              SELECT DiscountFile ASSIGN TO "disccode.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DiscFileStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL CustRepFile ASSIGN TO "custrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RaIDNum
                  ALTERNATE RECORD KEY IS RaRepID
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderRepFile ASSIGN TO "ordrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrOrderNum.
              SELECT HeldOrderFile ASSIGN TO "heldord.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT RegisterFile ASSIGN TO "sordgen.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  OrderFile.
       01  OrderData.
               02  OrderNum           PIC 9(6).
               02  OrdCustIDNum       PIC 9(6).
               02  OrdDate.
                   03  OrdMonth       PIC 99.
                   03  OrdDay         PIC 99.
                   03  OrdYear        PIC 9(4).
               02  OrdLineCount       PIC 9(3).
               02  OrdTotal           PIC S9(7)V99.
               02  OrdTaxAmount       PIC S9(7)V99.
               02  OrdDiscCode        PIC X(5).
               02  OrdInvoiceNum      PIC 9(6).
               02  OrdRecStatus       PIC X.
                   88  OrderOpen      VALUE SPACE.
                   88  OrderAllocated VALUE 'A'.
                   88  OrderBackord   VALUE 'B'.
                   88  OrderHeld      VALUE 'H'.
                   88  OrderPicked    VALUE 'P'.
                   88  OrderShipped   VALUE 'S'.
                   88  OrderCancelled VALUE 'X'.
       FD  OrderLineFile.
       01  OrderLineData.
               02  OrderLineKey.
                   03  OlOrderNum     PIC 9(6).
                   03  OlLineNum      PIC 9(3).
               02  OlProdName         PIC X(10).
               02  OlSizeType         PIC A.
               02  OlQty              PIC 9(3).
               02  OlPrice            PIC 9(5)V99.
               02  OlAmount           PIC 9(5)V99.
               02  OlPickQty          PIC 9(3).
               02  OlShortFlag        PIC X.
       FD  OrdCtlFile.
       01  OrdCtlRecord.
               02  OrdCtlNextNum      PIC 9(6).
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
       FD  TaxMastFile.
       01  TaxMastData.
               02  TaxMastKey.
                   03  TmJurisCode    PIC X(5).
                   03  TmEffDate      PIC 9(8).
               02  TmRate             PIC V999.
       FD  TaxCertFile.
       01  TaxCertData.
               02  TaxCertKey.
                   03  TcIDNum        PIC 9(6).
                   03  TcJurisCode    PIC X(5).
               02  TcCertNumber       PIC X(15).
               02  TcExemptType       PIC XX.
                   88  TcTypeValid    VALUES "RS", "NP", "GV", "OT".
               02  TcEffDate          PIC 9(8).
               02  TcExpDate          PIC 9(8).
               02  TcUpdDate          PIC 9(8).
               02  TcOperator         PIC X(8).
       FD  CustRelFile.
       01  CustRelData.
               02  RelIDNum           PIC 9(6).
               02  RelParentID        PIC 9(6).
               02  RelGroupLimit      PIC S9(7)V99.
               02  RelConsolStmt      PIC X.
                   88  RelConsolidated VALUE 'Y'.
       FD  DiscountFile.
       01  DiscountRecord.
               02  DcCode             PIC X(5).
               02  DcPercent          PIC 9(2).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  CustRepFile.
       01  CustRepData.
               02  RaIDNum            PIC 9(6).
               02  RaRepID            PIC X(8).
               02  RaAssignDate       PIC 9(8).
       FD  OrderRepFile.
       01  OrderRepData.
               02  OrOrderNum         PIC 9(6).
               02  OrRepID            PIC X(8).
               02  OrSource           PIC X.
                   88  OrFromCustomer VALUE 'C'.
                   88  OrFromQuote    VALUE 'Q'.
                   88  OrOverridden   VALUE 'O'.
       FD  HeldOrderFile.
       01  HeldRecord.
               02  HeldOrderNum       PIC 9(6).
               02  HeldCustIDNum      PIC 9(6).
               02  HeldReason         PIC X(20).
               02  HeldDate           PIC 9(8).
               02  HeldStatus         PIC X.
                   88  HeldPending    VALUE 'P'.
                   88  HeldReleased   VALUE 'A'.
                   88  HeldRejected   VALUE 'R'.
       FD  RegisterFile.
       01  RegisterLine               PIC X(100).
       WORKING-STORAGE SECTION.
       01  OrdCtlStatus               PIC XX.
       01  DiscFileStatus             PIC XX.
       01  ProcDateStatus             PIC XX.
       01  LockBusyFlag               PIC X.
       01  LockAction                 PIC X(4).
       01  LockCallerID               PIC X(8).
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  DiscEOFFlag                PIC X.
       01  TaxEOFFlag                 PIC X.
       01  LineEOFFlag                PIC X.
       01  CustExists                 PIC X.
       01  CertFoundFlag              PIC X.
       01  TaxExemptFlag              PIC X.
       01  RelFoundFlag               PIC X.
       01  RelEOFFlag                 PIC X.
       01  NumberFreeFlag             PIC X.
       01  StandingDueFlag            PIC X.
       01  DueCount                   PIC 9(5) VALUE 0.
       01  GeneratedCount             PIC 9(5) VALUE 0.
       01  HeldCount                  PIC 9(5) VALUE 0.
       01  SkippedCount               PIC 9(5) VALUE 0.
       01  RequestedSkipCount         PIC 9(5) VALUE 0.
       01  PausedCount                PIC 9(5) VALUE 0.
       01  EndedCount                 PIC 9(5) VALUE 0.
       01  GeneratedValue             PIC S9(9)V99 VALUE ZEROS.
       01  HoldReason                 PIC X(20).
       01  SkipReason                 PIC X(24).
       01  ScoreFloor                 PIC 9(3) VALUE 400.
       01  NearLimitPct               PIC 9(3) VALUE 90.
       01  NearLimitAmount            PIC S9(9)V99.
       01  FamilyParentID             PIC 9(6).
       01  GroupLimit                 PIC S9(7)V99.
       01  GroupExposure              PIC S9(9)V99.
       01  GroupOverFlag              PIC X.
       01  DiscIdx                    PIC 99.
       01  LineIdx                    PIC 9(3).
       01  OrderTaxRate               PIC V999.
       01  OrderDueTotal              PIC S9(7)V99.
       01  NewBalance                 PIC S9(7)V99.
       01  NextOrderNum               PIC 9(6).
       01  ProbeCount                 PIC 9(4).
       01  WorkDate                   PIC 9(8).
       01  WorkDateParts REDEFINES WorkDate.
               02  WorkYear           PIC 9(4).
               02  WorkMonth          PIC 99.
               02  WorkDay            PIC 99.
       01  MonthsToAdd                PIC 99.
       01  MonthCount                 PIC 9(6).
       01  WorkOrder.
               02  WoDiscPct          PIC 9(2).
               02  WoLineCount        PIC 9(3).
               02  WoLineItem OCCURS 200 TIMES.
                   03  WoLineProd     PIC X(10).
                   03  WoLineSize     PIC A.
                   03  WoLineQty      PIC 9(3).
                   03  WoLinePrice    PIC 9(5)V99.
                   03  WoLineAmount   PIC 9(5)V99.
               02  WoTotal            PIC S9(7)V99.
               02  WoTaxAmount        PIC S9(7)V99.
       01  DiscTable.
               02  DiscCount          PIC 99 VALUE 0.
               02  DiscEntry          OCCURS 1 TO 50 TIMES
                                      DEPENDING ON DiscCount.
                   03  DTCode         PIC X(5).
                   03  DTPercent      PIC 9(2).
       01  ReportAmount               PIC ZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "STANDING ORDER GENERATION".
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadDiscountTable.
           PERFORM LoadOrderNumber.
           OPEN I-O StandOrdFile.
           OPEN INPUT StandLineFile.
           OPEN I-O OrderFile.
           OPEN I-O OrderLineFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT PriceListFile.
           OPEN INPUT TaxMastFile.
           OPEN INPUT TaxCertFile.
           OPEN INPUT CustRelFile.
           OPEN INPUT CustRepFile.
           OPEN I-O OrderRepFile.
           OPEN OUTPUT RegisterFile.
           PERFORM WriteRegisterHeader.
           MOVE ZEROS TO SoStandNum.
           START StandOrdFile KEY IS NOT LESS THAN SoStandNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ StandOrdFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND SoLive
                       AND SoNextRunDate <= BusinessDate
                   PERFORM ProcessDueStandingOrder
               END-IF
           END-PERFORM.
           PERFORM WriteRegisterTotals.
           PERFORM SaveOrderNumber.
           CLOSE StandOrdFile.
           CLOSE StandLineFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE PriceListFile.
           CLOSE TaxMastFile.
           CLOSE TaxCertFile.
           CLOSE CustRelFile.
           CLOSE CustRepFile.
           CLOSE OrderRepFile.
           CLOSE RegisterFile.
           PERFORM ReleaseCustLock.
           DISPLAY "Standing Orders Due : " DueCount.
           DISPLAY "Orders Generated    : " GeneratedCount.
           DISPLAY "Orders Held         : " HeldCount.
           DISPLAY "Skipped - Customer  : " SkippedCount.
           DISPLAY "Skipped on Request  : " RequestedSkipCount.
           DISPLAY "Paused              : " PausedCount.
           DISPLAY "Ended               : " EndedCount.
           IF SkippedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF STANDING ORDER GENERATION".
           STOP RUN.
       AcquireCustLock.
           MOVE "SORDGEN" TO LockCallerID.
           MOVE "GETR" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           MOVE "RELR" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
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
      * Generated orders are numbered from ordctl.dat. Order numbers
      * keyed by hand in ORDENT share order.dat, so a number already
      * in use is stepped over.
       LoadOrderNumber.
           MOVE ZEROS TO NextOrderNum.
           OPEN INPUT OrdCtlFile.
           IF OrdCtlStatus = "00"
               READ OrdCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE OrdCtlNextNum TO NextOrderNum
               END-READ
               CLOSE OrdCtlFile
           END-IF.
           IF NextOrderNum = 0
               MOVE 1 TO NextOrderNum
           END-IF.
       SaveOrderNumber.
           OPEN OUTPUT OrdCtlFile.
           MOVE NextOrderNum TO OrdCtlNextNum.
           WRITE OrdCtlRecord.
           CLOSE OrdCtlFile.
       FindFreeOrderNumber.
           MOVE 'N' TO NumberFreeFlag.
           MOVE 0 TO ProbeCount.
           PERFORM UNTIL NumberFreeFlag = 'Y' OR ProbeCount > 9999
               MOVE NextOrderNum TO OrderNum
               READ OrderFile
                   INVALID KEY MOVE 'Y' TO NumberFreeFlag
               END-READ
               IF NumberFreeFlag = 'N'
                   ADD 1 TO ProbeCount
                   IF NextOrderNum = 999999
                       MOVE 1 TO NextOrderNum
                   ELSE
                       ADD 1 TO NextOrderNum
                   END-IF
               END-IF
           END-PERFORM.
      * One order is made per due standing order however many run
      * dates have passed; the next run date is then moved past the
      * processing date, so a missed night does not double the order.
       ProcessDueStandingOrder.
           ADD 1 TO DueCount.
           EVALUATE TRUE
               WHEN SoEndDate NOT = 0 AND SoNextRunDate > SoEndDate
                   PERFORM EndStandingOrder
               WHEN SoPaused
                   ADD 1 TO PausedCount
               WHEN SoSkipNext
                   ADD 1 TO RequestedSkipCount
                   MOVE "Skip requested" TO SkipReason
                   PERFORM WriteSkipLine
                   SET SoRunning TO TRUE
                   PERFORM AdvanceStandingOrder
               WHEN OTHER
                   PERFORM CheckStandingCustomer
                   PERFORM AdvanceStandingOrder
           END-EVALUATE.
       EndStandingOrder.
           ADD 1 TO EndedCount.
           SET SoEnded TO TRUE.
           MOVE "Past end date - ended" TO SkipReason.
           PERFORM WriteSkipLine.
           REWRITE StandOrdData
               INVALID KEY
                   DISPLAY "WARNING: standing order " SoStandNum
                       " not updated"
           END-REWRITE.
      * Standing orders are only made for active customers. Frozen,
      * dormant, closed or merged customers are skipped and listed,
      * and the run date moves on.
       CheckStandingCustomer.
           MOVE SoCustIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           MOVE SPACES TO SkipReason.
           EVALUATE TRUE
               WHEN CustExists = 'N'
                   MOVE "Customer not on file" TO SkipReason
               WHEN RecordFrozen
                   MOVE "Customer frozen" TO SkipReason
               WHEN RecordClosed OR RecordDeleted
                   MOVE "Customer closed" TO SkipReason
               WHEN RecordMerged
                   MOVE "Customer merged" TO SkipReason
               WHEN RecordDormant
                   MOVE "Customer dormant" TO SkipReason
               WHEN OTHER
                   PERFORM BuildStandingOrder
           END-EVALUATE.
           IF SkipReason NOT = SPACES
               ADD 1 TO SkippedCount
               PERFORM WriteSkipLine
           END-IF.
      * Lines are priced like a keyed order: list price less the
      * discount code's percentage. A line whose product has come off
      * the price list stops the whole order.
       BuildStandingOrder.
           MOVE ZEROS TO WoDiscPct WoLineCount WoTotal WoTaxAmount.
           IF SoDiscCode NOT = SPACES
               PERFORM VARYING DiscIdx FROM 1 BY 1
                       UNTIL DiscIdx > DiscCount
                   IF DTCode(DiscIdx) = SoDiscCode
                       MOVE DTPercent(DiscIdx) TO WoDiscPct
                   END-IF
               END-PERFORM
           END-IF.
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
                           OR WoLineCount >= 200
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       PERFORM PriceStandingLine
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN SkipReason NOT = SPACES
                   CONTINUE
               WHEN WoLineCount = 0
                   MOVE "No lines on file" TO SkipReason
               WHEN OTHER
                   PERFORM ComputeStandingTax
                   COMPUTE OrderDueTotal = WoTotal + WoTaxAmount
                   COMPUTE NewBalance = Balance + OrderDueTotal
                   PERFORM CheckCreditHold
                   PERFORM WriteGeneratedOrder
           END-EVALUATE.
       PriceStandingLine.
           MOVE SlProdName TO PlProdName.
           MOVE SlSizeType TO PlSizeType.
           READ PriceListFile
               INVALID KEY
                   MOVE SPACES TO SkipReason
                   STRING "Not priced: " SlProdName
                       DELIMITED BY SIZE INTO SkipReason
                   END-STRING
                   MOVE 'Y' TO LineEOFFlag
               NOT INVALID KEY
                   ADD 1 TO WoLineCount
                   MOVE SlProdName TO WoLineProd(WoLineCount)
                   MOVE SlSizeType TO WoLineSize(WoLineCount)
                   MOVE SlQty TO WoLineQty(WoLineCount)
                   IF WoDiscPct > 0
                       COMPUTE WoLinePrice(WoLineCount) ROUNDED =
                           PlListPrice * (100 - WoDiscPct) / 100
                   ELSE
                       MOVE PlListPrice TO WoLinePrice(WoLineCount)
                   END-IF
                   COMPUTE WoLineAmount(WoLineCount) =
                       WoLineQty(WoLineCount)
                       * WoLinePrice(WoLineCount)
                   ADD WoLineAmount(WoLineCount) TO WoTotal
           END-READ.
       ComputeStandingTax.
           MOVE ZEROS TO OrderTaxRate.
           MOVE ZEROS TO WoTaxAmount.
           IF CustJurisCode NOT = SPACES
               PERFORM CheckTaxExemption
               IF TaxExemptFlag = 'N'
                   PERFORM FindTaxRateAsOfDate
                   IF OrderTaxRate > 0
                       COMPUTE WoTaxAmount ROUNDED =
                           WoTotal * OrderTaxRate
                   END-IF
               END-IF
           END-IF.
       CheckTaxExemption.
           MOVE 'N' TO TaxExemptFlag.
           MOVE IDNum TO TcIDNum.
           MOVE CustJurisCode TO TcJurisCode.
           MOVE 'Y' TO CertFoundFlag.
           READ TaxCertFile
               INVALID KEY MOVE 'N' TO CertFoundFlag
           END-READ.
           IF CertFoundFlag = 'Y'
                   AND TcEffDate <= BusinessDate
                   AND TcExpDate >= BusinessDate
               MOVE 'Y' TO TaxExemptFlag
           END-IF.
       FindTaxRateAsOfDate.
           MOVE CustJurisCode TO TmJurisCode.
           MOVE ZEROS TO TmEffDate.
           MOVE 'N' TO TaxEOFFlag.
           START TaxMastFile KEY IS NOT LESS THAN TaxMastKey
               INVALID KEY MOVE 'Y' TO TaxEOFFlag
           END-START.
           PERFORM UNTIL TaxEOFFlag = 'Y'
               READ TaxMastFile NEXT RECORD
                   AT END MOVE 'Y' TO TaxEOFFlag
               END-READ
               IF TaxEOFFlag = 'N'
                   IF TmJurisCode NOT = CustJurisCode
                           OR TmEffDate > BusinessDate
                       MOVE 'Y' TO TaxEOFFlag
                   ELSE
                       MOVE TmRate TO OrderTaxRate
                   END-IF
               END-IF
           END-PERFORM.
       CheckCreditHold.
           MOVE SPACES TO HoldReason.
           COMPUTE NearLimitAmount =
               CreditLimit * NearLimitPct / 100.
           PERFORM CheckGroupExposure.
           EVALUATE TRUE
               WHEN CredScore > 0 AND CredScore < ScoreFloor
                   MOVE "Low credit score" TO HoldReason
               WHEN NewBalance > CreditLimit
                   MOVE "Over credit limit" TO HoldReason
               WHEN GroupOverFlag = 'Y'
                   MOVE "Group limit exceeded" TO HoldReason
               WHEN CreditLimit > 0
                       AND NewBalance >= NearLimitAmount
                   MOVE "Near credit limit" TO HoldReason
           END-EVALUATE.
       CheckGroupExposure.
           MOVE 'N' TO GroupOverFlag.
           MOVE ZEROS TO GroupLimit.
           MOVE IDNum TO RelIDNum.
           MOVE 'Y' TO RelFoundFlag.
           READ CustRelFile
               INVALID KEY MOVE 'N' TO RelFoundFlag
           END-READ.
           IF RelFoundFlag = 'Y'
               IF RelParentID = ZEROS
                   MOVE RelIDNum TO FamilyParentID
                   MOVE RelGroupLimit TO GroupLimit
               ELSE
                   MOVE RelParentID TO FamilyParentID
                   MOVE RelParentID TO RelIDNum
                   READ CustRelFile
                       INVALID KEY MOVE 'N' TO RelFoundFlag
                   END-READ
                   IF RelFoundFlag = 'Y'
                       MOVE RelGroupLimit TO GroupLimit
                   END-IF
               END-IF
           END-IF.
           IF GroupLimit > ZEROS
               MOVE NewBalance TO GroupExposure
               IF FamilyParentID NOT = SoCustIDNum
                   MOVE FamilyParentID TO IDNum
                   PERFORM AddMemberExposure
               END-IF
               MOVE FamilyParentID TO RelParentID
               MOVE 'N' TO RelEOFFlag
               START CustRelFile KEY IS EQUAL TO RelParentID
                   INVALID KEY MOVE 'Y' TO RelEOFFlag
               END-START
               PERFORM UNTIL RelEOFFlag = 'Y'
                   READ CustRelFile NEXT RECORD
                       AT END MOVE 'Y' TO RelEOFFlag
                   END-READ
                   IF RelEOFFlag = 'N'
                       IF RelParentID NOT = FamilyParentID
                           MOVE 'Y' TO RelEOFFlag
                       ELSE
                           IF RelIDNum NOT = SoCustIDNum
                               MOVE RelIDNum TO IDNum
                               PERFORM AddMemberExposure
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SoCustIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY DISPLAY "Customer Not Re-read"
               END-READ
               IF GroupExposure > GroupLimit
                   MOVE 'Y' TO GroupOverFlag
               END-IF
           END-IF.
       AddMemberExposure.
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD Balance TO GroupExposure
           END-READ.
       WriteGeneratedOrder.
           PERFORM FindFreeOrderNumber.
           IF NumberFreeFlag = 'N'
               MOVE "No free order number" TO SkipReason
           ELSE
               MOVE SPACES TO OrderData
               MOVE NextOrderNum TO OrderNum
               MOVE SoCustIDNum TO OrdCustIDNum
               MOVE BizMonth TO OrdMonth
               MOVE BizDay TO OrdDay
               MOVE BizYear TO OrdYear
               MOVE WoLineCount TO OrdLineCount
               MOVE WoTotal TO OrdTotal
               MOVE WoTaxAmount TO OrdTaxAmount
               MOVE SoDiscCode TO OrdDiscCode
               MOVE ZEROS TO OrdInvoiceNum
               IF HoldReason = SPACES
                   MOVE SPACE TO OrdRecStatus
               ELSE
                   SET OrderHeld TO TRUE
               END-IF
               WRITE OrderData
                   INVALID KEY
                       MOVE "Order number taken" TO SkipReason
                   NOT INVALID KEY
                       PERFORM WriteOrderLineRecords
                       PERFORM AssignOrderRep
                       PERFORM RecordGeneratedOrder
               END-WRITE
               ADD 1 TO NextOrderNum
           END-IF.
       RecordGeneratedOrder.
           MOVE OrderNum TO SoLastOrderNum.
           MOVE BusinessDate TO SoLastRunDate.
           ADD OrderDueTotal TO GeneratedValue.
           IF HoldReason = SPACES
               ADD 1 TO GeneratedCount
           ELSE
               ADD 1 TO HeldCount
               PERFORM QueueHeldOrder
           END-IF.
           PERFORM WriteOrderLine.
      * The order takes the rep assigned to its customer, for the
      * commission on what is collected against its invoices.
       AssignOrderRep.
           MOVE SPACES TO OrderRepData.
           MOVE OrdCustIDNum TO RaIDNum.
           READ CustRepFile
               INVALID KEY MOVE SPACES TO RaRepID
           END-READ.
           IF RaRepID NOT = SPACES
               MOVE RaRepID TO OrRepID
               SET OrFromCustomer TO TRUE
           END-IF.
           IF OrRepID NOT = SPACES
               MOVE OrderNum TO OrOrderNum
               WRITE OrderRepData
                   INVALID KEY
                       REWRITE OrderRepData
                           INVALID KEY
                               DISPLAY "WARNING: rep for order "
                                   OrderNum " not recorded"
                       END-REWRITE
               END-WRITE
           END-IF.
       QueueHeldOrder.
           OPEN EXTEND HeldOrderFile.
           MOVE OrderNum TO HeldOrderNum.
           MOVE OrdCustIDNum TO HeldCustIDNum.
           MOVE HoldReason TO HeldReason.
           MOVE BizMonth TO HeldDate(1:2).
           MOVE BizDay TO HeldDate(3:2).
           MOVE BizYear TO HeldDate(5:4).
           SET HeldPending TO TRUE.
           WRITE HeldRecord.
           CLOSE HeldOrderFile.
       WriteOrderLineRecords.
           PERFORM WriteOneOrderLineRecord
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > WoLineCount.
       WriteOneOrderLineRecord.
           MOVE OrderNum TO OlOrderNum.
           MOVE LineIdx TO OlLineNum.
           MOVE WoLineProd(LineIdx) TO OlProdName.
           MOVE WoLineSize(LineIdx) TO OlSizeType.
           MOVE WoLineQty(LineIdx) TO OlQty.
           MOVE WoLinePrice(LineIdx) TO OlPrice.
           MOVE WoLineAmount(LineIdx) TO OlAmount.
           MOVE ZEROS TO OlPickQty.
           MOVE SPACE TO OlShortFlag.
           WRITE OrderLineData
               INVALID KEY
                   REWRITE OrderLineData
                       INVALID KEY
                           DISPLAY "WARNING: order line " OlLineNum
                               " not written"
                   END-REWRITE
           END-WRITE.
      * Moves the run date on by the frequency until it is after the
      * processing date, and ends the standing order once that passes
      * the end date.
       AdvanceStandingOrder.
           PERFORM StepRunDate
               UNTIL SoNextRunDate > BusinessDate.
           IF SoEndDate NOT = 0 AND SoNextRunDate > SoEndDate
               SET SoEnded TO TRUE
               ADD 1 TO EndedCount
           END-IF.
           REWRITE StandOrdData
               INVALID KEY
                   DISPLAY "WARNING: standing order " SoStandNum
                       " not updated"
           END-REWRITE.
       StepRunDate.
           EVALUATE TRUE
               WHEN SoWeekly
                   COMPUTE SoNextRunDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(SoNextRunDate) + 7)
               WHEN SoFortnightly
                   COMPUTE SoNextRunDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(SoNextRunDate) + 14)
               WHEN SoQuarterly
                   MOVE 3 TO MonthsToAdd
                   PERFORM AddMonthsToRunDate
               WHEN OTHER
                   MOVE 1 TO MonthsToAdd
                   PERFORM AddMonthsToRunDate
           END-EVALUATE.
      * Monthly and quarterly runs return to the anchor day, or to the
      * last day of a month too short to have it.
       AddMonthsToRunDate.
           MOVE SoNextRunDate TO WorkDate.
           COMPUTE MonthCount = WorkYear * 12 + WorkMonth - 1
               + MonthsToAdd.
           COMPUTE WorkYear = MonthCount / 12.
           COMPUTE WorkMonth = MonthCount - WorkYear * 12 + 1.
           MOVE SoAnchorDay TO WorkDay.
           IF WorkDay = 0
               MOVE 1 TO WorkDay
           END-IF.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WorkDate) = 0
               SUBTRACT 1 FROM WorkDay
           END-PERFORM.
           MOVE WorkDate TO SoNextRunDate.
       WriteRegisterHeader.
           MOVE SPACES TO RegisterLine.
           STRING "STANDING ORDER REGISTER FOR " BusinessDate
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "STAND# CUSTID ACTION    ORDER#        AMOUNT  "
               "REASON"
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       WriteOrderLine.
           MOVE OrderDueTotal TO ReportAmount.
           MOVE SPACES TO RegisterLine.
           IF HoldReason = SPACES
               STRING SoStandNum " " SoCustIDNum " GENERATED "
                   OrderNum " " ReportAmount
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
           ELSE
               STRING SoStandNum " " SoCustIDNum " HELD      "
                   OrderNum " " ReportAmount "  " HoldReason
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
           END-IF.
           WRITE RegisterLine.
       WriteSkipLine.
           MOVE SPACES TO RegisterLine.
           STRING SoStandNum " " SoCustIDNum " SKIPPED   "
               "                    " SkipReason
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "Standing Orders Due : " DueCount
               "   Generated : " GeneratedCount
               "   Held for Credit : " HeldCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE GeneratedValue TO ReportAmount.
           MOVE SPACES TO RegisterLine.
           STRING "Skipped - Customer Frozen/Closed/Other : "
               SkippedCount "   Skipped on Request : "
               RequestedSkipCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "Paused : " PausedCount "   Ended : " EndedCount
               "   Value of Orders Made : " ReportAmount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
