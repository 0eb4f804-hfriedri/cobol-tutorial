       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL ContactFile ASSIGN TO "contact.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ContactKey.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
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
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
              SELECT HeldOrderFile ASSIGN TO "heldord.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HeldFileStatus.
              SELECT OPTIONAL CollCaseFile ASSIGN TO "collcase.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CaseIDNum.
              SELECT OPTIONAL PayPlanFile ASSIGN TO "payplan.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PayPlanKey.
              SELECT OPTIONAL PointsFile ASSIGN TO "ptsbal.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PbIDNum.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT CorrLogFile ASSIGN TO "corrlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CorrLogStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ContactFile.
       01  ContactData.
               02  ContactKey.
                   03  CtIDNum        PIC 9(6).
                   03  CtSeqNum       PIC 9(2).
               02  CtType             PIC X.
                   88  ContactPhone   VALUE 'P'.
                   88  ContactEmail   VALUE 'E'.
               02  CtValue            PIC X(30).
               02  CtPreferred        PIC X.
                   88  ContactPreferred VALUE 'Y'.
       FD  PostingFile.
       01  PostRecord.
               02  PostKey.
                   03  PostIDNum      PIC 9(6).
                   03  PostSeqNum     PIC 9(9).
               02  PostDate           PIC 9(8).
               02  PostType           PIC X(8).
               02  PostRef            PIC X(10).
               02  PostAmount         PIC S9(7)V99.
               02  PostBalAfter       PIC S9(7)V99.
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
       FD  CollCaseFile.
       01  CollCaseData.
               02  CaseIDNum          PIC 9(6).
               02  CaseOpenDate       PIC 9(8).
               02  CaseStatus         PIC X.
                   88  CaseIsOpen     VALUE 'O'.
                   88  CaseIsClosed   VALUE 'C'.
               02  CasePromiseAmt     PIC 9(7)V99.
               02  CasePromiseDate    PIC 9(8).
               02  CasePromiseStat    PIC X.
                   88  PromiseNone    VALUE SPACE.
                   88  PromisePending VALUE 'P'.
                   88  PromiseKept    VALUE 'K'.
                   88  PromiseBroken  VALUE 'B'.
       FD  PayPlanFile.
       01  PayPlanData.
               02  PayPlanKey.
                   03  PpIDNum        PIC 9(6).
                   03  PpInstNum      PIC 9(2).
               02  PpDueDate          PIC 9(8).
               02  PpAmount           PIC 9(7)V99.
               02  PpStatus           PIC X.
                   88  InstOpen       VALUE 'O'.
                   88  InstMet        VALUE 'M'.
       FD  PointsFile.
       01  PointsData.
               02  PbIDNum            PIC 9(6).
               02  PbPoints           PIC S9(9).
       FD  OpenItemFile.
       01  OpenItemData.
               02  OpenItemKey.
                   03  OiIDNum        PIC 9(6).
                   03  OiInvoiceNum   PIC 9(6).
               02  OiInvDate          PIC 9(8).
               02  OiOrderRef         PIC X(10).
               02  OiOrigAmount       PIC S9(7)V99.
               02  OiOpenAmount       PIC S9(7)V99.
               02  OiLastDate         PIC 9(8).
               02  OiStatus           PIC X.
                   88  OiItemOpen     VALUE 'O'.
                   88  OiItemClosed   VALUE 'C'.
                   88  OiItemVoided   VALUE 'X'.
       FD  CorrLogFile.
       01  CorrLogRecord.
               02  ClIDNum            PIC 9(6).
               02  ClDocType          PIC X(8).
               02  ClDate             PIC 9(8).
               02  ClRef              PIC X(10).
               02  ClSuppressed       PIC X.
                   88  ClSent         VALUE SPACE.
                   88  ClDoNotMail    VALUE 'D'.
                   88  ClBadAddress   VALUE 'B'.
                   88  ClBounced      VALUE 'R'.
               02  ClChannel          PIC X.
                   88  ClByPost       VALUE SPACE.
                   88  ClByEmail      VALUE 'E'.
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
       FD  ShipmentFile.
       01  ShipmentData.
               02  ShipmentKey.
                   03  ShOrderNum     PIC 9(6).
                   03  ShShipNum      PIC 9(3).
                   03  ShLineNum      PIC 9(3).
               02  ShDate             PIC 9(8).
               02  ShInvoiceNum       PIC 9(6).
               02  ShProdName         PIC X(10).
               02  ShSizeType         PIC A.
               02  ShQty              PIC 9(3).
               02  ShAmount           PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  HeldFileStatus             PIC XX.
       01  CorrLogStatus              PIC XX.
       01  LockBusyFlag               PIC X.
       01  LockAction                 PIC X(4).
       01  LockCallerID               PIC X(8).
       01  StayOpen                   PIC X VALUE 'Y'.
       01  EndOfFileFlag              PIC X.
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  LineShippedQty             PIC 9(5).
       01  LineOutstandQty            PIC 9(3).
       01  CustExists                 PIC X.
       01  FoundFlag                  PIC X.
       01  WorkIDNum                  PIC 9(6).
       01  ListedCount                PIC 9(4).
       01  StatusText                 PIC X(10).
       01  MaskedTaxID                PIC X(9).
       01  MaskedDOB                  PIC X(10).
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportLimit                PIC ZZZZZZ9.99-.
       01  ReportPoints               PIC ZZZZZZZZ9-.
       01  ReportDate                 PIC 99/99/9999.
       01  OrderDueTotal              PIC S9(7)V99.
       01  OpenItemCount              PIC 9(4).
       01  OpenItemTotal              PIC S9(9)V99.
       01  OldestInvDate              PIC 9(8).
       01  PlanOpenCount              PIC 9(2).
       01  PlanOpenTotal              PIC 9(7)V99.
       01  PlanNextDue                PIC 9(8).
       01  LastCorrDocType            PIC X(8).
       01  LastCorrDate               PIC 9(8).
       01  LastCorrRef                PIC X(10).
       01  LastCorrSuppressed         PIC X.
       01  LastCorrChannel            PIC X.
       01  RecentPostMax              PIC 99 VALUE 10.
       01  RecentPostTable.
               02  RecentPostCount    PIC 99 VALUE 0.
               02  RecentPostNext     PIC 99 VALUE 1.
               02  RecentPost         OCCURS 10 TIMES.
                   03  RpDate         PIC 9(8).
                   03  RpType         PIC X(8).
                   03  RpRef          PIC X(10).
                   03  RpAmount       PIC S9(7)V99.
       01  RecentIdx                  PIC 99.
       01  RecentShown                PIC 99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "CUSTOMER 360 INQUIRY".
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               STOP RUN
           END-IF.
           OPEN INPUT CustomerFile.
           OPEN INPUT ContactFile.
           OPEN INPUT PostingFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT CollCaseFile.
           OPEN INPUT PayPlanFile.
           OPEN INPUT PointsFile.
           OPEN INPUT OpenItemFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "Customer ID (0 to Quit) : "
                   WITH NO ADVANCING
               ACCEPT WorkIDNum
               IF WorkIDNum = 0
                   MOVE 'N' TO StayOpen
               ELSE
                   PERFORM ShowCustomer360
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE ContactFile.
           CLOSE PostingFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ShipmentFile.
           CLOSE CollCaseFile.
           CLOSE PayPlanFile.
           CLOSE PointsFile.
           CLOSE OpenItemFile.
           PERFORM ReleaseCustLock.
           DISPLAY "END OF CUSTOMER 360 INQUIRY".
           STOP RUN.
       AcquireCustLock.
           MOVE "CUSTINQ" TO LockCallerID.
           MOVE "GETR" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           MOVE "RELR" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ShowCustomer360.
           MOVE WorkIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N' OR RecordDeleted
               DISPLAY "Customer Does not Exist"
           ELSE
               PERFORM ShowCustomerHeader
               PERFORM ShowPreferredContacts
               PERFORM ShowOpenItems
               PERFORM ShowRecentPostings
               PERFORM ShowOpenOrders
               PERFORM ShowHeldOrders
               PERFORM ShowCollectionCase
               PERFORM ShowPaymentPlan
               PERFORM ShowPointsBalance
               PERFORM ShowLastCorrespondence
           END-IF.
       ShowCustomerHeader.
           EVALUATE TRUE
               WHEN RecordActive  MOVE "ACTIVE" TO StatusText
               WHEN RecordFrozen  MOVE "FROZEN" TO StatusText
               WHEN RecordDormant MOVE "DORMANT" TO StatusText
               WHEN RecordClosed  MOVE "CLOSED" TO StatusText
               WHEN RecordMerged  MOVE "MERGED" TO StatusText
               WHEN OTHER         MOVE RecStatus TO StatusText
           END-EVALUATE.
           PERFORM MaskPIIFields.
           MOVE Balance TO ReportAmount.
           MOVE CreditLimit TO ReportLimit.
           DISPLAY " "
           DISPLAY "==== CUSTOMER " IDNum " "
               FUNCTION TRIM(FirstName) " " FUNCTION TRIM(LastName)
               " ====".
           DISPLAY "Status  : " StatusText
               " Tax ID : " MaskedTaxID
               " Born : " MaskedDOB.
           DISPLAY "Address : " FUNCTION TRIM(StreetNumber) " "
               FUNCTION TRIM(StreetName) ", " FUNCTION TRIM(City).
           IF AddrBad
               DISPLAY "          ** Address Marked Bad - Mail "
                   "Returned **"
           END-IF.
           IF DoNotMail
               DISPLAY "          ** Do Not Mail **"
           END-IF.
           IF RecordMerged
               DISPLAY "          Merged Into Customer " MergedToID
           END-IF.
           DISPLAY "Balance : " ReportAmount
               "  Credit Limit : " ReportLimit.
           DISPLAY "Score   : " CredScore
               "  Scored On : " CredScoreDate
               "  Last Activity : " LastActMonth "/" LastActDay
               "/" LastActYear.
       MaskPIIFields.
           MOVE SPACES TO MaskedTaxID.
           MOVE "*****" TO MaskedTaxID(1:5).
           MOVE TaxID(6:4) TO MaskedTaxID(6:4).
           MOVE SPACES TO MaskedDOB.
           MOVE "**/**/" TO MaskedDOB(1:6).
           MOVE YOB TO MaskedDOB(7:4).
       ShowPreferredContacts.
           DISPLAY "-- Preferred Contacts".
           MOVE 0 TO ListedCount.
           MOVE IDNum TO CtIDNum.
           MOVE ZEROS TO CtSeqNum.
           MOVE 'N' TO EndOfFileFlag.
           START ContactFile KEY IS NOT LESS THAN ContactKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ContactFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF CtIDNum NOT = IDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       IF ContactPreferred
                           ADD 1 TO ListedCount
                           IF ContactPhone
                               DISPLAY "   Phone : " CtValue
                           ELSE
                               DISPLAY "   Email : " CtValue
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ListedCount = 0
               DISPLAY "   None on File"
           END-IF.
       ShowOpenItems.
           MOVE 0 TO OpenItemCount.
           MOVE ZEROS TO OpenItemTotal.
           MOVE ZEROS TO OldestInvDate.
           MOVE IDNum TO OiIDNum.
           MOVE ZEROS TO OiInvoiceNum.
           MOVE 'N' TO EndOfFileFlag.
           START OpenItemFile KEY IS NOT LESS THAN OpenItemKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OpenItemFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF OiIDNum NOT = IDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       IF OiItemOpen AND OiOpenAmount > ZEROS
                           ADD 1 TO OpenItemCount
                           ADD OiOpenAmount TO OpenItemTotal
                           IF OldestInvDate = ZEROS
                               MOVE OiInvDate TO OldestInvDate
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE OpenItemTotal TO ReportAmount.
           DISPLAY "-- Open Invoices : " OpenItemCount
               "  Total " ReportAmount
               "  Oldest " OldestInvDate.
      * Postings come back oldest first, so only the most recent few
      * are kept in a ring and shown once the customer's run ends.
       ShowRecentPostings.
           DISPLAY "-- Recent Postings".
           MOVE 0 TO RecentPostCount.
           MOVE 1 TO RecentPostNext.
           MOVE IDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
           MOVE 'N' TO EndOfFileFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF PostIDNum NOT = IDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       PERFORM KeepRecentPosting
                   END-IF
               END-IF
           END-PERFORM.
           IF RecentPostCount = 0
               DISPLAY "   None in Current Period"
           ELSE
               IF RecentPostCount < RecentPostMax
                   MOVE 1 TO RecentIdx
               ELSE
                   MOVE RecentPostNext TO RecentIdx
               END-IF
               PERFORM VARYING RecentShown FROM 1 BY 1
                       UNTIL RecentShown > RecentPostCount
                   MOVE RpDate(RecentIdx) TO ReportDate
                   MOVE RpAmount(RecentIdx) TO ReportAmount
                   DISPLAY "   " ReportDate " " RpType(RecentIdx)
                       " " RpRef(RecentIdx) " " ReportAmount
                   ADD 1 TO RecentIdx
                   IF RecentIdx > RecentPostMax
                       MOVE 1 TO RecentIdx
                   END-IF
               END-PERFORM
           END-IF.
       KeepRecentPosting.
           MOVE PostDate TO RpDate(RecentPostNext).
           MOVE PostType TO RpType(RecentPostNext).
           MOVE PostRef TO RpRef(RecentPostNext).
           MOVE PostAmount TO RpAmount(RecentPostNext).
           ADD 1 TO RecentPostNext.
           IF RecentPostNext > RecentPostMax
               MOVE 1 TO RecentPostNext
           END-IF.
           IF RecentPostCount < RecentPostMax
               ADD 1 TO RecentPostCount
           END-IF.
       ShowOpenOrders.
           DISPLAY "-- Open Orders".
           MOVE 0 TO ListedCount.
           MOVE IDNum TO OrdCustIDNum.
           MOVE 'N' TO EndOfFileFlag.
           START OrderFile KEY IS NOT LESS THAN OrdCustIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OrderFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF OrdCustIDNum NOT = IDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       IF NOT OrderShipped AND NOT OrderCancelled
                           PERFORM DisplayOneOpenOrder
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ListedCount = 0
               DISPLAY "   None"
           END-IF.
       DisplayOneOpenOrder.
           ADD 1 TO ListedCount.
           COMPUTE OrderDueTotal = OrdTotal + OrdTaxAmount.
           MOVE OrderDueTotal TO ReportAmount.
           EVALUATE TRUE
               WHEN OrdInvoiceNum > 0
                                   MOVE "PART SHIP" TO StatusText
               WHEN OrderOpen      MOVE "OPEN" TO StatusText
               WHEN OrderAllocated MOVE "ALLOCATED" TO StatusText
               WHEN OrderBackord   MOVE "BACKORDER" TO StatusText
               WHEN OrderHeld      MOVE "HELD" TO StatusText
               WHEN OrderPicked    MOVE "PICKED" TO StatusText
               WHEN OTHER          MOVE OrdRecStatus TO StatusText
           END-EVALUATE.
           DISPLAY "   Order " OrderNum " " OrdMonth "/" OrdDay "/"
               OrdYear " " StatusText " Total " ReportAmount.
           PERFORM ShowOpenOrderLines.
      * Each line of an open order with what has shipped against it
      * so far and what is still to go.
       ShowOpenOrderLines.
           MOVE OrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START OrderLineFile KEY IS NOT LESS THAN OrderLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ OrderLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF OlOrderNum NOT = OrderNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       PERFORM SumLineShipments
                       DISPLAY "      " OlProdName " " OlSizeType
                           " Ordered " OlQty " Shipped "
                           LineShippedQty " Outstanding "
                           LineOutstandQty
                   END-IF
               END-IF
           END-PERFORM.
       SumLineShipments.
           MOVE ZEROS TO LineShippedQty.
           MOVE OlOrderNum TO ShOrderNum.
           MOVE ZEROS TO ShShipNum.
           MOVE ZEROS TO ShLineNum.
           MOVE 'N' TO ShipEOFFlag.
           START ShipmentFile KEY IS NOT LESS THAN ShipmentKey
               INVALID KEY MOVE 'Y' TO ShipEOFFlag
           END-START.
           PERFORM UNTIL ShipEOFFlag = 'Y'
               READ ShipmentFile NEXT RECORD
                   AT END MOVE 'Y' TO ShipEOFFlag
               END-READ
               IF ShipEOFFlag = 'N'
                   IF ShOrderNum NOT = OlOrderNum
                       MOVE 'Y' TO ShipEOFFlag
                   ELSE
                       IF ShLineNum = OlLineNum
                           ADD ShQty TO LineShippedQty
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF OlQty > LineShippedQty
               COMPUTE LineOutstandQty = OlQty - LineShippedQty
           ELSE
               MOVE ZEROS TO LineOutstandQty
           END-IF.
       ShowHeldOrders.
           DISPLAY "-- Orders on Credit Hold".
           MOVE 0 TO ListedCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT HeldOrderFile.
           IF HeldFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ HeldOrderFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND HeldCustIDNum = IDNum
                       AND HeldPending
                   ADD 1 TO ListedCount
                   DISPLAY "   Order " HeldOrderNum " Held "
                       HeldDate " " HeldReason
               END-IF
           END-PERFORM.
           IF HeldFileStatus = "00" OR HeldFileStatus = "10"
               CLOSE HeldOrderFile
           END-IF.
           IF ListedCount = 0
               DISPLAY "   None"
           END-IF.
       ShowCollectionCase.
           MOVE IDNum TO CaseIDNum.
           MOVE 'Y' TO FoundFlag.
           READ CollCaseFile
               INVALID KEY MOVE 'N' TO FoundFlag
           END-READ.
           IF FoundFlag = 'Y' AND CaseIsOpen
               DISPLAY "-- Collections Case Open Since " CaseOpenDate
               IF PromisePending OR PromiseBroken OR PromiseKept
                   MOVE CasePromiseAmt TO ReportAmount
                   EVALUATE TRUE
                       WHEN PromisePending
                           MOVE "PENDING" TO StatusText
                       WHEN PromiseKept
                           MOVE "KEPT" TO StatusText
                       WHEN OTHER
                           MOVE "BROKEN" TO StatusText
                   END-EVALUATE
                   DISPLAY "   Promise " ReportAmount " By "
                       CasePromiseDate " " StatusText
               END-IF
           ELSE
               DISPLAY "-- No Open Collections Case"
           END-IF.
       ShowPaymentPlan.
           MOVE 0 TO PlanOpenCount.
           MOVE ZEROS TO PlanOpenTotal.
           MOVE ZEROS TO PlanNextDue.
           MOVE IDNum TO PpIDNum.
           MOVE ZEROS TO PpInstNum.
           MOVE 'N' TO EndOfFileFlag.
           START PayPlanFile KEY IS NOT LESS THAN PayPlanKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PayPlanFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF PpIDNum NOT = IDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       IF InstOpen
                           ADD 1 TO PlanOpenCount
                           ADD PpAmount TO PlanOpenTotal
                           IF PlanNextDue = ZEROS
                               MOVE PpDueDate TO PlanNextDue
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF PlanOpenCount = 0
               DISPLAY "-- No Open Payment Plan"
           ELSE
               MOVE PlanOpenTotal TO ReportAmount
               DISPLAY "-- Payment Plan : " PlanOpenCount
                   " Installments Open " ReportAmount
                   " Next Due " PlanNextDue
           END-IF.
       ShowPointsBalance.
           MOVE IDNum TO PbIDNum.
           MOVE 'Y' TO FoundFlag.
           READ PointsFile
               INVALID KEY MOVE 'N' TO FoundFlag
           END-READ.
           IF FoundFlag = 'Y'
               MOVE PbPoints TO ReportPoints
               DISPLAY "-- Loyalty Points : " ReportPoints
           ELSE
               DISPLAY "-- Loyalty Points : None"
           END-IF.
       ShowLastCorrespondence.
           MOVE SPACES TO LastCorrDocType.
           MOVE ZEROS TO LastCorrDate.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CorrLogFile.
           IF CorrLogStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CorrLogFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ClIDNum = IDNum
                   MOVE ClDocType TO LastCorrDocType
                   MOVE ClDate TO LastCorrDate
                   MOVE ClRef TO LastCorrRef
                   MOVE ClSuppressed TO LastCorrSuppressed
                   MOVE ClChannel TO LastCorrChannel
               END-IF
           END-PERFORM.
           IF CorrLogStatus = "00" OR CorrLogStatus = "10"
               CLOSE CorrLogFile
           END-IF.
           IF LastCorrDocType = SPACES
               DISPLAY "-- No Correspondence Logged"
           ELSE
               EVALUATE LastCorrSuppressed
                   WHEN 'D' MOVE "SUPPR-DNM" TO StatusText
                   WHEN 'B' MOVE "SUPPR-ADDR" TO StatusText
                   WHEN 'R' MOVE "BOUNCED" TO StatusText
                   WHEN OTHER
                       IF LastCorrChannel = 'E'
                           MOVE "E-MAILED" TO StatusText
                       ELSE
                           MOVE "SENT" TO StatusText
                       END-IF
               END-EVALUATE
               DISPLAY "-- Last Correspondence : " LastCorrDocType
                   " " LastCorrDate " " LastCorrRef " " StatusText
           END-IF.
