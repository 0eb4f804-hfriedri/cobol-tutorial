       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
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
              SELECT OPTIONAL CustCurFile ASSIGN TO "custcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcIDNum.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL GLFile ASSIGN TO "glifc.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL GLMapFile ASSIGN TO "glmap.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GmPostType.
              SELECT ReportFile ASSIGN TO "fxreval.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
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
       FD  CustCurFile.
       01  CustCurData.
               02  CcIDNum            PIC 9(6).
               02  CcCurrency         PIC X(3).
               02  CcForeignBal       PIC S9(9)V99.
               02  CcHomeBal          PIC S9(9)V99.
               02  CcUnrealized       PIC S9(9)V99.
               02  CcRevalDate        PIC 9(8).
               02  CcRevalRate        PIC 9(3)V9(6).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  GLFile.
       01  GLRecord.
               02  GLRecType          PIC X.
                   88  GLIsHeader     VALUE 'H'.
                   88  GLIsDetail     VALUE 'D'.
                   88  GLIsTrailer    VALUE 'T'.
               02  GLRecBody          PIC X(25).
       01  GLHeaderRecord REDEFINES GLRecord.
               02  FILLER             PIC X.
               02  GLHdrRunDate       PIC X(8).
               02  GLHdrSourceSys     PIC X(10).
               02  FILLER             PIC X(7).
       01  GLDetailRecord REDEFINES GLRecord.
               02  FILLER             PIC X.
               02  GLAccount          PIC X(8).
               02  GLDrCr             PIC X.
               02  GLAmount           PIC 9(9)V99.
               02  FILLER             PIC X(5).
       01  GLTrailerRecord REDEFINES GLRecord.
               02  FILLER             PIC X.
               02  GLTrlRecCount      PIC 9(5).
               02  GLTrlHashTotal     PIC 9(11)V99.
               02  FILLER             PIC X(7).
       FD  GLMapFile.
       01  GLMapData.
               02  GmPostType         PIC X(8).
               02  GmDrAccount        PIC X(8).
               02  GmCrAccount        PIC X(8).
       FD  ReportFile.
       01  ReportLine                 PIC X(80).
      * One line per batch sent on glifc.dat, identified by the header
      * run date and source system, with the GL's acknowledgment.
       FD  GLBatchFile.
       01  GLBatchRecord.
               02  GbBatchDate        PIC X(8).
               02  GbSource           PIC X(10).
               02  GbSentDate         PIC 9(8).
               02  GbRecCount         PIC 9(5).
               02  GbHashTotal        PIC 9(11)V99.
               02  GbAckStatus        PIC X.
                   88  GbUnacknowledged VALUE SPACE.
                   88  GbAccepted     VALUE 'A'.
                   88  GbPartRejected VALUE 'P'.
                   88  GbRejected     VALUE 'R'.
                   88  GbCleared      VALUE 'X'.
               02  GbAckDate          PIC 9(8).
               02  GbRejectCount      PIC 9(5).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  GLBatchStatus              PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  FxlCurrency                PIC X(3).
       01  FxlDate                    PIC 9(8).
       01  FxlRate                    PIC 9(3)V9(6).
       01  FxlFound                   PIC X.
       01  CurEOFFlag                 PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  MapFoundFlag               PIC X.
       01  RevalDrAccount             PIC X(8).
       01  RevalCrAccount             PIC X(8).
       01  RevalHomeValue             PIC S9(9)V99.
       01  RevalUnrealized            PIC S9(9)V99.
       01  RevalDelta                 PIC S9(9)V99.
       01  HomeMovement               PIC S9(9)V99.
       01  ForeignMovement            PIC S9(9)V99.
       01  CarriedCount               PIC 9(5) VALUE 0.
       01  RevalCount                 PIC 9(5) VALUE 0.
       01  NoRateCount                PIC 9(5) VALUE 0.
       01  NetDelta                   PIC S9(11)V99 VALUE ZEROS.
       01  TotalUnrealized            PIC S9(11)V99 VALUE ZEROS.
       01  TotalDebits                PIC 9(11)V99 VALUE ZEROS.
       01  TotalCredits               PIC 9(11)V99 VALUE ZEROS.
       01  HashTotal                  PIC 9(11)V99 VALUE ZEROS.
       01  DetailCount                PIC 9(5) VALUE 0.
       01  WorkAmount                 PIC 9(9)V99.
       01  PairAccount                PIC X(8).
       01  ReportForeign              PIC ZZZZZZZZ9.99-.
       01  ReportHome                 PIC ZZZZZZZZ9.99-.
       01  ReportAmount               PIC ZZZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZZZ9.99-.
       01  ReportRate                 PIC ZZ9.999999.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "FOREIGN CURRENCY RECEIVABLE REVALUATION".
           PERFORM GetRevalAccounts.
           OPEN INPUT CustomerFile.
           OPEN I-O CustCurFile.
           OPEN OUTPUT ReportFile.
           PERFORM WriteReportHeader.
           MOVE ZEROS TO CcIDNum.
           START CustCurFile KEY IS NOT LESS THAN CcIDNum
               INVALID KEY MOVE 'Y' TO CurEOFFlag
           END-START.
           PERFORM UNTIL CurEOFFlag = 'Y'
               READ CustCurFile NEXT RECORD
                   AT END MOVE 'Y' TO CurEOFFlag
               END-READ
               IF CurEOFFlag = 'N' AND CcCurrency NOT = SPACES
                   PERFORM RevalueOneCustomer
               END-IF
           END-PERFORM.
           PERFORM WriteReportTotals.
           CLOSE CustomerFile.
           CLOSE CustCurFile.
           CLOSE ReportFile.
           IF NetDelta NOT = ZEROS
               PERFORM WriteGLBatch
           END-IF.
           DISPLAY "Customers Revalued : " RevalCount
           DISPLAY "Home Moves Carried : " CarriedCount
           DISPLAY "No Rate - Skipped  : " NoRateCount
           DISPLAY "GL Detail Records  : " DetailCount
           IF TotalDebits NOT = TotalCredits
               DISPLAY "ERROR: GL revaluation batch out of balance"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NoRateCount > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF FOREIGN CURRENCY REVALUATION".
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
       GetRevalAccounts.
           OPEN INPUT GLMapFile.
           MOVE "FXREVAL" TO GmPostType.
           MOVE 'Y' TO MapFoundFlag.
           READ GLMapFile
               INVALID KEY MOVE 'N' TO MapFoundFlag
           END-READ.
           IF MapFoundFlag = 'Y'
               MOVE GmDrAccount TO RevalDrAccount
               MOVE GmCrAccount TO RevalCrAccount
           ELSE
               MOVE "SUSPENSE" TO RevalDrAccount
               MOVE "SUSPENSE" TO RevalCrAccount
               DISPLAY "WARNING: FXREVAL not on GL map - "
                   "posted to suspense"
           END-IF.
           CLOSE GLMapFile.
      * The foreign balance still owed is valued at the month-end rate.
      * The difference from the home amount it was booked at is the
      * unrealized gain or loss; only the movement since the last
      * revaluation is posted, so the ledger carries the current figure.
       RevalueOneCustomer.
           MOVE CcCurrency TO FxlCurrency.
           MOVE BusinessDate TO FxlDate.
           CALL 'FXLOOKUP' USING FxlCurrency, FxlDate, FxlRate,
               FxlFound.
           IF FxlFound = 'N'
               ADD 1 TO NoRateCount
               DISPLAY "WARNING: no " CcCurrency " rate for "
                   CcIDNum " - not revalued"
           ELSE
               PERFORM CarryHomeMovement
               COMPUTE RevalHomeValue ROUNDED = CcForeignBal * FxlRate
               COMPUTE RevalUnrealized = RevalHomeValue - CcHomeBal
               COMPUTE RevalDelta = RevalUnrealized - CcUnrealized
               ADD 1 TO RevalCount
               ADD RevalDelta TO NetDelta
               ADD RevalUnrealized TO TotalUnrealized
               PERFORM WriteRevalLine
               MOVE RevalUnrealized TO CcUnrealized
               MOVE BusinessDate TO CcRevalDate
               MOVE FxlRate TO CcRevalRate
               REWRITE CustCurData
                   INVALID KEY
                       DISPLAY "WARNING: currency record for "
                           CcIDNum " not updated"
               END-REWRITE
           END-IF.
      * Credits, write-offs, fees and reversals are booked to the
      * customer's home balance only. Whatever the home balance has
      * moved beyond the amount booked here is carried into the foreign
      * balance at the rate that balance was booked at, so that only
      * the currency movement itself is revalued.
       CarryHomeMovement.
           MOVE CcIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'Y' AND Balance NOT = CcHomeBal
               COMPUTE HomeMovement = Balance - CcHomeBal
               IF CcForeignBal NOT = ZEROS AND CcHomeBal NOT = ZEROS
                   COMPUTE ForeignMovement ROUNDED =
                       HomeMovement * CcForeignBal / CcHomeBal
               ELSE
                   COMPUTE ForeignMovement ROUNDED =
                       HomeMovement / FxlRate
               END-IF
               ADD ForeignMovement TO CcForeignBal
               ADD HomeMovement TO CcHomeBal
               ADD 1 TO CarriedCount
           END-IF.
       WriteReportHeader.
           MOVE SPACES TO ReportLine.
           STRING "FOREIGN CURRENCY REVALUATION AS OF " BusinessDate
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "CUST   NAME            CCY RATE       "
               "FOREIGN BAL   UNREALIZED   MOVEMENT"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
       WriteRevalLine.
           MOVE CcIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N'
               MOVE SPACES TO LastName
           END-IF.
           MOVE FxlRate TO ReportRate.
           MOVE CcForeignBal TO ReportForeign.
           MOVE RevalUnrealized TO ReportHome.
           MOVE RevalDelta TO ReportAmount.
           MOVE SPACES TO ReportLine.
           STRING CcIDNum " " LastName " " CcCurrency " "
               ReportRate ReportForeign ReportHome ReportAmount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
       WriteReportTotals.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE TotalUnrealized TO ReportTotal.
           MOVE SPACES TO ReportLine.
           STRING "Total Unrealized Gain/Loss : " ReportTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE NetDelta TO ReportTotal.
           MOVE SPACES TO ReportLine.
           STRING "Movement Posted To GL      : " ReportTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
      * The revaluation goes to the ledger as its own batch behind the
      * night's interface batch. A rise in the home value of the
      * receivable debits the mapped debit account; a fall swaps them.
       WriteGLBatch.
           OPEN EXTEND GLFile.
           MOVE 'H' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE BusinessDate TO GLHdrRunDate.
           MOVE "FXREVAL" TO GLHdrSourceSys.
           WRITE GLRecord.
           IF NetDelta > 0
               MOVE NetDelta TO WorkAmount
               MOVE RevalDrAccount TO PairAccount
               PERFORM WriteGLDebit
               MOVE RevalCrAccount TO PairAccount
               PERFORM WriteGLCredit
           ELSE
               COMPUTE WorkAmount = 0 - NetDelta
               MOVE RevalCrAccount TO PairAccount
               PERFORM WriteGLDebit
               MOVE RevalDrAccount TO PairAccount
               PERFORM WriteGLCredit
           END-IF.
           MOVE 'T' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE DetailCount TO GLTrlRecCount.
           MOVE HashTotal TO GLTrlHashTotal.
           WRITE GLRecord.
           CLOSE GLFile.
           PERFORM RegisterSentBatch.
      * The batch waits in glbatch.dat for the ledger's acknowledgment,
      * which GLACK matches on run date and source system.
       RegisterSentBatch.
           OPEN EXTEND GLBatchFile.
           MOVE BusinessDate TO GbBatchDate.
           MOVE "FXREVAL" TO GbSource.
           MOVE BusinessDate TO GbSentDate.
           MOVE DetailCount TO GbRecCount.
           MOVE HashTotal TO GbHashTotal.
           MOVE SPACE TO GbAckStatus.
           MOVE ZEROS TO GbAckDate.
           MOVE ZEROS TO GbRejectCount.
           WRITE GLBatchRecord.
           CLOSE GLBatchFile.
       WriteGLDebit.
           MOVE 'D' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE PairAccount TO GLAccount.
           MOVE 'D' TO GLDrCr.
           MOVE WorkAmount TO GLAmount.
           WRITE GLRecord.
           ADD 1 TO DetailCount.
           ADD WorkAmount TO TotalDebits.
           ADD WorkAmount TO HashTotal.
       WriteGLCredit.
           MOVE 'D' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE PairAccount TO GLAccount.
           MOVE 'C' TO GLDrCr.
           MOVE WorkAmount TO GLAmount.
           WRITE GLRecord.
           ADD 1 TO DetailCount.
           ADD WorkAmount TO TotalCredits.
           ADD WorkAmount TO HashTotal.
