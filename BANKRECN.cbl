       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BankStmtFile ASSIGN TO "bankstmt.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BankStmtStatus.
              SELECT LockboxFile ASSIGN TO "lockbox.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LbxFileStatus.
              SELECT DDFile ASSIGN TO "ddfile.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DDFileStatus.
              SELECT OPTIONAL RefChkFile ASSIGN TO "refchk.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CkNumber
                  ALTERNATE RECORD KEY IS CkIDNum
                      WITH DUPLICATES.
              SELECT BankOpenFile ASSIGN TO "bankopen.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BankOpenStatus.
              SELECT BankRecCtlFile ASSIGN TO "bankrcl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BankRecCtlStatus.
              SELECT BankParmFile ASSIGN TO "bnkparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BankParmStatus.
              SELECT ExceptionFile ASSIGN TO "excpq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ExcFileStatus.
              SELECT ReconReportFile ASSIGN TO "bankrecn.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BankStmtFile.
       01  BankStmtRecord.
               02  BsRecType          PIC X.
                   88  BsIsHeader     VALUE 'H'.
                   88  BsIsDetail     VALUE 'D'.
                   88  BsIsTrailer    VALUE 'T'.
               02  BsRecBody          PIC X(44).
       01  BsHeaderRecord REDEFINES BankStmtRecord.
               02  FILLER             PIC X.
               02  BsAccount          PIC X(12).
               02  BsStmtDate         PIC 9(8).
               02  BsOpenBalance      PIC S9(9)V99.
               02  FILLER             PIC X(13).
       01  BsDetailRecord REDEFINES BankStmtRecord.
               02  FILLER             PIC X.
               02  BsTxnDate          PIC 9(8).
               02  BsDrCr             PIC X.
                   88  BsCredit       VALUE 'C'.
                   88  BsDebit        VALUE 'D'.
               02  BsAmount           PIC 9(9)V99.
               02  BsTxnCode          PIC X(3).
               02  BsTxnRef           PIC X(12).
               02  FILLER             PIC X(9).
       01  BsTrailerRecord REDEFINES BankStmtRecord.
               02  FILLER             PIC X.
               02  BsCloseBalance     PIC S9(9)V99.
               02  BsItemCount        PIC 9(5).
               02  FILLER             PIC X(28).
       FD  LockboxFile.
       01  LockboxRecord.
               02  LbxPayDate         PIC 9(8).
               02  LbxRefNum          PIC 9(9).
               02  LbxAmount          PIC 9(7)V99.
               02  LbxScanLine        PIC X(22).
               02  LbxInvoiceNum      PIC 9(6).
       FD  DDFile.
       01  DDRecord.
               02  DdRecType          PIC X.
                   88  DdIsHeader     VALUE 'H'.
                   88  DdIsDetail     VALUE 'D'.
                   88  DdIsTrailer    VALUE 'T'.
               02  DdRecBody          PIC X(34).
       01  DdHeaderRecord REDEFINES DDRecord.
               02  FILLER             PIC X.
               02  DdHdrRunDate       PIC X(8).
               02  DdHdrSourceSys     PIC X(10).
               02  FILLER             PIC X(16).
       01  DdTrailerRecord REDEFINES DDRecord.
               02  FILLER             PIC X.
               02  DdTrlRecCount      PIC 9(5).
               02  DdTrlHashTotal     PIC 9(11)V99.
               02  FILLER             PIC X(16).
       FD  RefChkFile.
       01  RefChkData.
               02  CkNumber           PIC 9(8).
               02  CkIDNum            PIC 9(6).
               02  CkIssueDate        PIC 9(8).
               02  CkAmount           PIC 9(7)V99.
               02  CkPayee            PIC X(30).
               02  CkStatus           PIC X.
                   88  CkIssued       VALUE 'I'.
                   88  CkCleared      VALUE 'P'.
                   88  CkVoided       VALUE 'V'.
                   88  CkStopped      VALUE 'S'.
               02  CkClearDate        PIC 9(8).
               02  CkClearAmount      PIC 9(7)V99.
               02  CkVoidDate         PIC 9(8).
               02  CkStaleFlag        PIC X.
                   88  CkStale        VALUE 'Y'.
       FD  BankOpenFile.
       01  BankOpenRecord.
               02  BoSide             PIC X.
               02  BoKind             PIC X(3).
               02  BoDate             PIC 9(8).
               02  BoAmount           PIC S9(9)V99.
               02  BoRef              PIC X(12).
               02  BoQueued           PIC X.
       FD  BankRecCtlFile.
       01  BankRecCtlRecord.
               02  RcInitFlag         PIC X.
                   88  RcInitialized  VALUE 'Y'.
               02  RcLastLbxDate      PIC 9(8).
               02  RcLastRefDate      PIC 9(8).
               02  RcLastDDDate       PIC 9(8).
               02  RcBookBalance      PIC S9(9)V99.
       FD  BankParmFile.
       01  BankParmRecord.
               02  BpAgeDays          PIC 9(3).
       FD  ExceptionFile.
       01  ExcRecord.
               02  ExcIDNum           PIC 9(6).
               02  ExcSeverity        PIC X.
               02  ExcReason          PIC X(40).
               02  ExcDate            PIC 9(8).
               02  ExcStatus          PIC X.
                   88  ExcOpen        VALUE 'O'.
                   88  ExcResolved    VALUE 'R'.
       FD  ReconReportFile.
       01  ReconLine                  PIC X(90).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  BankStmtStatus             PIC XX.
       01  LbxFileStatus              PIC XX.
       01  DDFileStatus               PIC XX.
       01  BankOpenStatus             PIC XX.
       01  BankRecCtlStatus           PIC XX.
       01  BankParmStatus             PIC XX.
       01  ExcFileStatus              PIC XX.
       01  AgeDays                    PIC 9(3) VALUE 5.
       01  EndOfFileFlag              PIC X.
       01  StmtValidFlag              PIC X VALUE 'Y'.
       01  HeaderSeen                 PIC X VALUE 'N'.
       01  TrailerSeen                PIC X VALUE 'N'.
       01  StmtDetailCount            PIC 9(5) VALUE 0.
       01  BankOpenBal                PIC S9(9)V99 VALUE ZEROS.
       01  BankCloseBal               PIC S9(9)V99 VALUE ZEROS.
       01  StmtDate                   PIC 9(8) VALUE ZEROS.
       01  StartDate                  PIC 9(8).
       01  OverdueText                PIC X(8).
       01  PriorBookBal               PIC S9(9)V99 VALUE ZEROS.
       01  NewBookNet                 PIC S9(9)V99 VALUE ZEROS.
       01  BookCloseBal               PIC S9(9)V99.
       01  UnmatchedBankNet           PIC S9(9)V99 VALUE ZEROS.
       01  UnmatchedBookNet           PIC S9(9)V99 VALUE ZEROS.
       01  AdjustedBankBal            PIC S9(9)V99.
       01  AdjustedBookBal            PIC S9(9)V99.
       01  ProofDifference            PIC S9(9)V99.
       01  NewLbxDate                 PIC 9(8).
       01  NewRefDate                 PIC 9(8).
       01  NewDDDate                  PIC 9(8).
       01  DDRunDate                  PIC 9(8).
       01  DDBatchTotal               PIC 9(11)V99.
       01  DDTrailerSeen              PIC X.
       01  WorkSide                   PIC X.
       01  WorkKind                   PIC X(3).
       01  WorkDate                   PIC 9(8).
       01  WorkAmount                 PIC S9(9)V99.
       01  WorkRef                    PIC X(12).
       01  BankIdx                    PIC 9(5).
       01  BookIdx                    PIC 9(5).
       01  ItemIdx                    PIC 9(5).
       01  ItemMatchFlag              PIC X.
       01  SideText                   PIC X(4).
       01  BizDateInt                 PIC 9(7).
       01  ItemDateInt                PIC 9(7).
       01  ItemAge                    PIC S9(7).
       01  MatchedCount               PIC 9(5) VALUE 0.
       01  UnmatchedBankCount         PIC 9(5) VALUE 0.
       01  UnmatchedBookCount         PIC 9(5) VALUE 0.
       01  QueuedCount                PIC 9(5) VALUE 0.
       01  TableFullFlag              PIC X VALUE 'N'.
       01  ReportAmount               PIC Z(8)9.99-.
       01  ReportAmount2              PIC Z(8)9.99-.
       01  ReportAge                  PIC ZZZ9.
       01  ItemTable.
               02  ItemCount          PIC 9(5) VALUE 0.
               02  ItemEntry          OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON ItemCount.
                   03  ItSide         PIC X.
                       88  ItBankItem VALUE 'B'.
                       88  ItBookItem VALUE 'K'.
                   03  ItKind         PIC X(3).
                   03  ItDate         PIC 9(8).
                   03  ItAmount       PIC S9(9)V99.
                   03  ItRef          PIC X(12).
                   03  ItQueued       PIC X.
                   03  ItMatched      PIC X.
                   03  ItPartner      PIC 9(5).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "BANK STATEMENT RECONCILIATION".
           PERFORM LoadRecParameters.
           DISPLAY "Unmatched Item Age (Days) : " AgeDays.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           OPEN INPUT BankStmtFile.
           IF BankStmtStatus NOT = "00"
               DISPLAY "No Bank Statement (bankstmt.dat) - "
                   "Nothing Reconciled"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadCarriedItems.
           PERFORM LoadBankStatement.
           CLOSE BankStmtFile.
           IF StmtValidFlag = 'N'
               DISPLAY "ERROR: bank statement rejected - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RcInitialized
               PERFORM StartFromStatement
           END-IF.
           PERFORM LoadLockboxDeposits.
           PERFORM LoadRefundBatches.
           PERFORM LoadDirectDeposit.
           IF TableFullFlag = 'Y'
               DISPLAY "ERROR: more than 3000 open items - "
                   "run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MatchBankItems.
           OPEN OUTPUT ReconReportFile.
           OPEN EXTEND ExceptionFile.
           PERFORM WriteReportHeading.
           PERFORM ReportMatchedItems.
           PERFORM ReportUnmatchedItems.
           PERFORM WriteBalanceProof.
           CLOSE ReconReportFile.
           CLOSE ExceptionFile.
           PERFORM SaveCarriedItems.
           PERFORM SaveRecControl.
           DISPLAY "Matched Items        : " MatchedCount.
           DISPLAY "Unmatched Bank Items : " UnmatchedBankCount.
           DISPLAY "Unmatched Book Items : " UnmatchedBookCount.
           DISPLAY "Exceptions Queued    : " QueuedCount.
           MOVE ProofDifference TO ReportAmount.
           DISPLAY "Proof Difference     : " ReportAmount.
           DISPLAY "Report Written to bankrecn.lst".
           IF QueuedCount > 0 OR ProofDifference NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF BANK RECONCILIATION".
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
       LoadRecParameters.
           OPEN INPUT BankParmFile.
           IF BankParmStatus = "00"
               READ BankParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF BpAgeDays > 0
                           MOVE BpAgeDays TO AgeDays
                       END-IF
               END-READ
               CLOSE BankParmFile
           END-IF.
           MOVE SPACE TO RcInitFlag.
           MOVE ZEROS TO RcLastLbxDate.
           MOVE ZEROS TO RcLastRefDate.
           MOVE ZEROS TO RcLastDDDate.
           MOVE ZEROS TO RcBookBalance.
           OPEN INPUT BankRecCtlFile.
           IF BankRecCtlStatus = "00"
               READ BankRecCtlFile
                   AT END MOVE SPACE TO RcInitFlag
               END-READ
               CLOSE BankRecCtlFile
           END-IF.
           MOVE RcBookBalance TO PriorBookBal.
           MOVE RcLastLbxDate TO NewLbxDate.
           MOVE RcLastRefDate TO NewRefDate.
           MOVE RcLastDDDate TO NewDDDate.
      * Items left unmatched by earlier runs are carried forward in
      * bankopen.dat with their original date, so they age properly.
       LoadCarriedItems.
           OPEN INPUT BankOpenFile.
           IF BankOpenStatus = "00"
               MOVE 'N' TO EndOfFileFlag
               PERFORM UNTIL EndOfFileFlag = 'Y'
                   READ BankOpenFile
                       AT END MOVE 'Y' TO EndOfFileFlag
                   END-READ
                   IF EndOfFileFlag = 'N'
                       MOVE BoSide TO WorkSide
                       MOVE BoKind TO WorkKind
                       MOVE BoDate TO WorkDate
                       MOVE BoAmount TO WorkAmount
                       MOVE BoRef TO WorkRef
                       PERFORM AddItem
                       IF ItemIdx > 0
                           MOVE BoQueued TO ItQueued(ItemIdx)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BankOpenFile
           END-IF.
      * Bank credits are signed positive and debits negative, the
      * same convention the book items use.
       LoadBankStatement.
           MOVE 'N' TO EndOfFileFlag.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ BankStmtFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   EVALUATE TRUE
                       WHEN BsIsHeader
                           MOVE 'Y' TO HeaderSeen
                           MOVE BsOpenBalance TO BankOpenBal
                           MOVE BsStmtDate TO StmtDate
                           DISPLAY "Statement " BsAccount " "
                               BsStmtDate
                       WHEN BsIsDetail
                           ADD 1 TO StmtDetailCount
                           PERFORM LoadOneBankItem
                       WHEN BsIsTrailer
                           MOVE 'Y' TO TrailerSeen
                           MOVE BsCloseBalance TO BankCloseBal
                           IF BsItemCount NOT = StmtDetailCount
                               DISPLAY "ERROR: trailer count "
                                   BsItemCount " detail count "
                                   StmtDetailCount
                               MOVE 'N' TO StmtValidFlag
                           END-IF
                       WHEN OTHER
                           DISPLAY "ERROR: unknown record type "
                               BsRecType
                           MOVE 'N' TO StmtValidFlag
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF HeaderSeen = 'N' OR TrailerSeen = 'N'
               DISPLAY "ERROR: statement header or trailer missing"
               MOVE 'N' TO StmtValidFlag
           END-IF.
       LoadOneBankItem.
           MOVE 'B' TO WorkSide.
           MOVE BsTxnCode TO WorkKind.
           MOVE BsTxnDate TO WorkDate.
           MOVE BsTxnRef TO WorkRef.
           IF BsDebit
               COMPUTE WorkAmount = 0 - BsAmount
           ELSE
               MOVE BsAmount TO WorkAmount
           END-IF.
           PERFORM AddItem.
      * On the first run the book starts at the statement opening
      * balance; book activity dated before the statement is taken to
      * be in that balance already.
       StartFromStatement.
           MOVE BankOpenBal TO PriorBookBal.
           COMPUTE StartDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(StmtDate) - 1).
           MOVE StartDate TO RcLastLbxDate.
           MOVE StartDate TO RcLastRefDate.
           MOVE StartDate TO RcLastDDDate.
           MOVE StartDate TO NewLbxDate.
           MOVE StartDate TO NewRefDate.
           MOVE StartDate TO NewDDDate.
      * Lockbox receipts are deposited as one total per pay date.
       LoadLockboxDeposits.
           OPEN INPUT LockboxFile.
           IF LbxFileStatus = "00"
               MOVE 'N' TO EndOfFileFlag
               PERFORM UNTIL EndOfFileFlag = 'Y'
                   READ LockboxFile
                       AT END MOVE 'Y' TO EndOfFileFlag
                   END-READ
                   IF EndOfFileFlag = 'N'
                           AND LbxPayDate > RcLastLbxDate
                       MOVE "LBX" TO WorkKind
                       MOVE LbxPayDate TO WorkDate
                       MOVE LbxAmount TO WorkAmount
                       PERFORM AddToBookBatch
                       IF LbxPayDate > NewLbxDate
                           MOVE LbxPayDate TO NewLbxDate
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LockboxFile
           END-IF.
      * Refund checks issued on one run make up one batch total.
       LoadRefundBatches.
           OPEN INPUT RefChkFile.
           MOVE ZEROS TO CkNumber.
           MOVE 'N' TO EndOfFileFlag.
           START RefChkFile KEY IS NOT LESS THAN CkNumber
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RefChkFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND CkIssueDate > RcLastRefDate
                       AND CkIssueDate <= BusinessDate
                   MOVE "REF" TO WorkKind
                   MOVE CkIssueDate TO WorkDate
                   COMPUTE WorkAmount = 0 - CkAmount
                   PERFORM AddToBookBatch
                   IF CkIssueDate > NewRefDate
                       MOVE CkIssueDate TO NewRefDate
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RefChkFile.
      * The payroll direct deposit file holds one batch; its trailer
      * hash total is the amount the bank debits.
       LoadDirectDeposit.
           MOVE ZEROS TO DDRunDate.
           MOVE ZEROS TO DDBatchTotal.
           MOVE 'N' TO DDTrailerSeen.
           OPEN INPUT DDFile.
           IF DDFileStatus = "00"
               MOVE 'N' TO EndOfFileFlag
               PERFORM UNTIL EndOfFileFlag = 'Y'
                   READ DDFile
                       AT END MOVE 'Y' TO EndOfFileFlag
                   END-READ
                   IF EndOfFileFlag = 'N'
                       IF DdIsHeader AND DdHdrRunDate IS NUMERIC
                           MOVE DdHdrRunDate TO DDRunDate
                       END-IF
                       IF DdIsTrailer
                           MOVE 'Y' TO DDTrailerSeen
                           MOVE DdTrlHashTotal TO DDBatchTotal
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DDFile
           END-IF.
           IF DDTrailerSeen = 'Y' AND DDRunDate > RcLastDDDate
                   AND DDBatchTotal > ZEROS
               MOVE "DD " TO WorkKind
               MOVE DDRunDate TO WorkDate
               COMPUTE WorkAmount = 0 - DDBatchTotal
               PERFORM AddToBookBatch
               MOVE DDRunDate TO NewDDDate
           END-IF.
      * A book amount is added to the open batch of the same kind and
      * date, or starts a new one.  Every new book amount also moves
      * the book balance.
       AddToBookBatch.
           ADD WorkAmount TO NewBookNet.
           MOVE 0 TO ItemIdx.
           PERFORM VARYING BookIdx FROM 1 BY 1
                   UNTIL BookIdx > ItemCount OR ItemIdx > 0
               IF ItBookItem(BookIdx) AND ItKind(BookIdx) = WorkKind
                       AND ItDate(BookIdx) = WorkDate
                       AND ItRef(BookIdx) = "NEW"
                   MOVE BookIdx TO ItemIdx
               END-IF
           END-PERFORM.
           IF ItemIdx > 0
               ADD WorkAmount TO ItAmount(ItemIdx)
           ELSE
               MOVE 'K' TO WorkSide
               MOVE "NEW" TO WorkRef
               PERFORM AddItem
           END-IF.
       AddItem.
           IF ItemCount < 3000
               ADD 1 TO ItemCount
               MOVE ItemCount TO ItemIdx
               MOVE WorkSide TO ItSide(ItemIdx)
               MOVE WorkKind TO ItKind(ItemIdx)
               MOVE WorkDate TO ItDate(ItemIdx)
               MOVE WorkAmount TO ItAmount(ItemIdx)
               MOVE WorkRef TO ItRef(ItemIdx)
               MOVE 'N' TO ItQueued(ItemIdx)
               MOVE 'N' TO ItMatched(ItemIdx)
               MOVE 0 TO ItPartner(ItemIdx)
           ELSE
               MOVE 'Y' TO TableFullFlag
               MOVE 0 TO ItemIdx
           END-IF.
      * A bank item matches the first open book item for the same
      * amount dated on or before it: credits against lockbox
      * deposits, debits against refund or direct deposit batches.
       MatchBankItems.
           PERFORM VARYING BankIdx FROM 1 BY 1
                   UNTIL BankIdx > ItemCount
               IF ItBankItem(BankIdx) AND ItMatched(BankIdx) = 'N'
                   PERFORM FindBookMatch
               END-IF
           END-PERFORM.
       FindBookMatch.
           MOVE 'N' TO ItemMatchFlag.
           PERFORM VARYING BookIdx FROM 1 BY 1
                   UNTIL BookIdx > ItemCount OR ItemMatchFlag = 'Y'
               IF ItBookItem(BookIdx) AND ItMatched(BookIdx) = 'N'
                       AND ItAmount(BookIdx) = ItAmount(BankIdx)
                       AND ItDate(BookIdx) <= ItDate(BankIdx)
                   IF (ItAmount(BankIdx) > ZEROS
                           AND ItKind(BookIdx) = "LBX")
                       OR (ItAmount(BankIdx) < ZEROS
                           AND ItKind(BookIdx) NOT = "LBX")
                       MOVE 'Y' TO ItemMatchFlag
                       MOVE 'Y' TO ItMatched(BookIdx)
                       MOVE 'Y' TO ItMatched(BankIdx)
                       MOVE BookIdx TO ItPartner(BankIdx)
                       ADD 1 TO MatchedCount
                   END-IF
               END-IF
           END-PERFORM.
       WriteReportHeading.
           MOVE "BANK STATEMENT RECONCILIATION" TO ReconLine.
           WRITE ReconLine.
           MOVE SPACES TO ReconLine.
           STRING "Processing Date " BusinessDate
               "  Aging Limit " AgeDays " Days"
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
       ReportMatchedItems.
           MOVE "MATCHED ITEMS" TO ReconLine.
           WRITE ReconLine.
           PERFORM VARYING BankIdx FROM 1 BY 1
                   UNTIL BankIdx > ItemCount
               IF ItBankItem(BankIdx) AND ItMatched(BankIdx) = 'Y'
                   MOVE ItPartner(BankIdx) TO BookIdx
                   MOVE ItAmount(BankIdx) TO ReportAmount
                   MOVE SPACES TO ReconLine
                   STRING "Bank " ItDate(BankIdx) " "
                       ItKind(BankIdx) " " ItRef(BankIdx) " "
                       ReportAmount "  Book " ItKind(BookIdx) " "
                       ItDate(BookIdx)
                       DELIMITED BY SIZE INTO ReconLine
                   END-STRING
                   WRITE ReconLine
               END-IF
           END-PERFORM.
      * Unmatched items are listed by side with their age; those past
      * the aging limit are raised on the exceptions queue once.
       ReportUnmatchedItems.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
           MOVE "UNMATCHED BANK ITEMS" TO ReconLine.
           WRITE ReconLine.
           MOVE "Bank" TO SideText.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ItBankItem(ItemIdx) AND ItMatched(ItemIdx) = 'N'
                   ADD 1 TO UnmatchedBankCount
                   ADD ItAmount(ItemIdx) TO UnmatchedBankNet
                   PERFORM ReportOneUnmatched
               END-IF
           END-PERFORM.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
           MOVE "UNMATCHED BOOK ITEMS" TO ReconLine.
           WRITE ReconLine.
           MOVE "Book" TO SideText.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ItBookItem(ItemIdx) AND ItMatched(ItemIdx) = 'N'
                   ADD 1 TO UnmatchedBookCount
                   ADD ItAmount(ItemIdx) TO UnmatchedBookNet
                   PERFORM ReportOneUnmatched
               END-IF
           END-PERFORM.
       ReportOneUnmatched.
           COMPUTE ItemDateInt =
               FUNCTION INTEGER-OF-DATE(ItDate(ItemIdx)).
           COMPUTE ItemAge = BizDateInt - ItemDateInt.
           MOVE ItAmount(ItemIdx) TO ReportAmount.
           MOVE ItemAge TO ReportAge.
           MOVE SPACES TO OverdueText.
           IF ItemAge > AgeDays
               MOVE " OVERDUE" TO OverdueText
           END-IF.
           MOVE SPACES TO ReconLine.
           STRING SideText " " ItDate(ItemIdx) " " ItKind(ItemIdx)
               " " ItRef(ItemIdx) " " ReportAmount
               " Age " ReportAge OverdueText
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           IF ItemAge > AgeDays
               IF ItQueued(ItemIdx) NOT = 'Y'
                   PERFORM QueueUnmatchedItem
               END-IF
           END-IF.
           WRITE ReconLine.
       QueueUnmatchedItem.
           MOVE ZEROS TO ExcIDNum.
           MOVE 'M' TO ExcSeverity.
           MOVE SPACES TO ExcReason.
           STRING "Bank rec unmatched " SideText " "
               ItKind(ItemIdx) " " ItDate(ItemIdx)
               DELIMITED BY SIZE INTO ExcReason
           END-STRING.
           MOVE BusinessDate TO ExcDate.
           SET ExcOpen TO TRUE.
           WRITE ExcRecord.
           MOVE 'Y' TO ItQueued(ItemIdx).
           ADD 1 TO QueuedCount.
      * Bank side: statement closing balance adjusted for book items
      * the bank has not yet seen.  Book side: book balance adjusted
      * for bank items not yet in the books.  The two must agree.
       WriteBalanceProof.
           COMPUTE BookCloseBal = PriorBookBal + NewBookNet.
           COMPUTE AdjustedBankBal = BankCloseBal + UnmatchedBookNet.
           COMPUTE AdjustedBookBal = BookCloseBal + UnmatchedBankNet.
           COMPUTE ProofDifference = AdjustedBankBal - AdjustedBookBal.
           MOVE SPACES TO ReconLine.
           WRITE ReconLine.
           MOVE "BALANCE PROOF" TO ReconLine.
           WRITE ReconLine.
           MOVE BankCloseBal TO ReportAmount.
           MOVE SPACES TO ReconLine.
           STRING "Bank Closing Balance       " ReportAmount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE UnmatchedBookNet TO ReportAmount.
           MOVE SPACES TO ReconLine.
           STRING "  + Unmatched Book Items   " ReportAmount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE AdjustedBankBal TO ReportAmount.
           MOVE SPACES TO ReconLine.
           STRING "Adjusted Bank Balance      " ReportAmount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE PriorBookBal TO ReportAmount.
           MOVE NewBookNet TO ReportAmount2.
           MOVE SPACES TO ReconLine.
           STRING "Book Opening Balance       " ReportAmount
               "  Net Book Activity " ReportAmount2
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE BookCloseBal TO ReportAmount.
           MOVE SPACES TO ReconLine.
           STRING "Book Closing Balance       " ReportAmount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE UnmatchedBankNet TO ReportAmount.
           MOVE SPACES TO ReconLine.
           STRING "  + Unmatched Bank Items   " ReportAmount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE AdjustedBookBal TO ReportAmount.
           MOVE SPACES TO ReconLine.
           STRING "Adjusted Book Balance      " ReportAmount
               DELIMITED BY SIZE INTO ReconLine
           END-STRING.
           WRITE ReconLine.
           MOVE ProofDifference TO ReportAmount.
           MOVE SPACES TO ReconLine.
           IF ProofDifference = ZEROS
               STRING "Difference                 " ReportAmount
                   "  IN BALANCE"
                   DELIMITED BY SIZE INTO ReconLine
               END-STRING
           ELSE
               STRING "Difference                 " ReportAmount
                   "  OUT OF BALANCE"
                   DELIMITED BY SIZE INTO ReconLine
               END-STRING
           END-IF.
           WRITE ReconLine.
       SaveCarriedItems.
           OPEN OUTPUT BankOpenFile.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ItMatched(ItemIdx) = 'N'
                   MOVE ItSide(ItemIdx) TO BoSide
                   MOVE ItKind(ItemIdx) TO BoKind
                   MOVE ItDate(ItemIdx) TO BoDate
                   MOVE ItAmount(ItemIdx) TO BoAmount
                   MOVE ItRef(ItemIdx) TO BoRef
                   IF ItRef(ItemIdx) = "NEW"
                       MOVE "BATCH" TO BoRef
                   END-IF
                   MOVE ItQueued(ItemIdx) TO BoQueued
                   WRITE BankOpenRecord
               END-IF
           END-PERFORM.
           CLOSE BankOpenFile.
       SaveRecControl.
           MOVE 'Y' TO RcInitFlag.
           MOVE NewLbxDate TO RcLastLbxDate.
           MOVE NewRefDate TO RcLastRefDate.
           MOVE NewDDDate TO RcLastDDDate.
           MOVE BookCloseBal TO RcBookBalance.
           OPEN OUTPUT BankRecCtlFile.
           WRITE BankRecCtlRecord.
           CLOSE BankRecCtlFile.
