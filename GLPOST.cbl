                  RECORD KEY IS GmPostType.
              SELECT ExceptionFile ASSIGN TO "glexcp.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL GLSumFile ASSIGN TO "glsum.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL PayJrnlFile ASSIGN TO "payjrnl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayJrnlStatus.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
              SELECT OPTIONAL GLSuspFile ASSIGN TO "glsusp.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLSuspStatus.
              SELECT OPTIONAL InvPostFile ASSIGN TO "invpost.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvPostStatus.
              SELECT OPTIONAL APJrnlFile ASSIGN TO "apjrnl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APJrnlStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PostingFile.
               02  GmCrAccount        PIC X(8).
       FD  ExceptionFile.
       01  ExceptionLine              PIC X(80).
       FD  GLSumFile.
       01  GLSumRecord.
               02  GsDate             PIC 9(8).
               02  GsPostType         PIC X(8).
               02  GsCount            PIC 9(6).
               02  GsNet              PIC S9(11)V99.
       FD  PayJrnlFile.
       01  PayJrnlRecord.
               02  PjPayDate          PIC X(8).
               02  PjPostType         PIC X(8).
               02  PjDrCr             PIC X.
               02  PjAmount           PIC 9(9)V99.
               02  PjPostedDate       PIC 9(8).
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
      * GL lines rejected by the ledger, held until finance corrects
      * the account and GLPOST sends them again. Mode P lines came from
      * a partly rejected batch and sit in the GL's rejection suspense
      * account; mode R lines belong to a batch rejected outright.
       FD  GLSuspFile.
       01  GLSuspRecord.
               02  SpBatchDate        PIC X(8).
               02  SpSource           PIC X(10).
               02  SpLineNum          PIC 9(5).
               02  SpAccount          PIC X(8).
               02  SpDrCr             PIC X.
               02  SpAmount           PIC 9(9)V99.
               02  SpReason           PIC X(30).
               02  SpMode             PIC X.
                   88  SpPartReject   VALUE 'P'.
                   88  SpBatchReject  VALUE 'R'.
               02  SpStatus           PIC X.
                   88  SpHeld         VALUE 'H'.
                   88  SpCorrected    VALUE 'C'.
                   88  SpResent       VALUE 'S'.
                   88  SpWrittenOff   VALUE 'X'.
               02  SpNewAccount       PIC X(8).
               02  SpHeldDate         PIC 9(8).
               02  SpCorrOperator     PIC X(8).
               02  SpResentDate       PIC 9(8).
               02  SpBatchLines       PIC 9(5).
      * Inventory value movements from SHIPCONF, RMAPROC and INVMOVE.
      * A positive amount is value taken out of stock.
       FD  InvPostFile.
       01  InvPostRecord.
               02  IpDate             PIC 9(8).
               02  IpPostType         PIC X(8).
               02  IpSource           PIC X(8).
               02  IpRef              PIC X(10).
               02  IpProdName         PIC X(10).
               02  IpSizeType         PIC A.
               02  IpQty              PIC S9(5).
               02  IpUnitCost         PIC 9(5)V99.
               02  IpAmount           PIC S9(9)V99.
      * Accounts payable entries from voucher approval and payment.
       FD  APJrnlFile.
       01  APJrnlRecord.
               02  AjDate             PIC X(8).
               02  AjPostType         PIC X(8).
               02  AjDrCr             PIC X.
               02  AjAmount           PIC 9(9)V99.
               02  AjRef              PIC X(10).
               02  AjPostedDate       PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  DetailCount                PIC 9(5) VALUE 0.
       01  WorkAmount                 PIC 9(9)V99.
       01  PairAccount                PIC X(8).
       01  GLBatchStatus              PIC XX.
       01  GLSuspStatus               PIC XX.
       01  SuspEOFFlag                PIC X VALUE 'N'.
       01  RejectAccount              PIC X(8).
       01  PriorBatchDetails          PIC 9(5) VALUE 0.
       01  ExtraBatchSource           PIC X(10).
       01  PayJrnlStatus              PIC XX.
       01  JrnlEOFFlag                PIC X VALUE 'N'.
       01  JrnlIdx                    PIC 9(4).
       01  JrnlSendCount              PIC 9(4) VALUE 0.
       01  PayJrnlTable.
               02  JrnlCount          PIC 9(4) VALUE 0.
               02  JrnlEntry          OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON JrnlCount.
                   03  JtRecord       PIC X(36).
                   03  JtAccount      PIC X(8).
                   03  JtMapped       PIC X.
       01  APJrnlStatus               PIC XX.
       01  APJrnlEOFFlag              PIC X VALUE 'N'.
       01  APJrnlFullFlag             PIC X VALUE 'N'.
       01  APJrnlIdx                  PIC 9(4).
       01  APJrnlSendCount            PIC 9(4) VALUE 0.
       01  APJrnlTable.
               02  APJrnlCount        PIC 9(4) VALUE 0.
               02  APJrnlEntry        OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON APJrnlCount.
                   03  AtRecord       PIC X(46).
                   03  AtAccount      PIC X(8).
                   03  AtMapped       PIC X.
       01  ResendLineCount            PIC 9(5) VALUE 0.
       01  SuspIdx                    PIC 9(4).
       01  CheckIdx                   PIC 9(4).
       01  BatchLinesFound            PIC 9(5).
       01  BatchReadyFlag             PIC X.
       01  SuspTable.
               02  SuspCount          PIC 9(4) VALUE 0.
               02  SuspEntry          OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON SuspCount.
                   03  StRecord       PIC X(112).
                   03  StBatchKey     PIC X(18).
                   03  StLineStatus   PIC X.
                   03  StResend       PIC X.
       01  InvPostStatus              PIC XX.
       01  InvEOFFlag                 PIC X VALUE 'N'.
       01  InvIdx                     PIC 99.
       01  FoundInvIdx                PIC 99.
       01  InvLineCount               PIC 9(6) VALUE 0.
       01  InvTypeTable.
               02  InvTypeCount       PIC 99 VALUE 0.
               02  InvTypeEntry       OCCURS 1 TO 20 TIMES
                                      DEPENDING ON InvTypeCount.
                   03  ItPostType     PIC X(8).
                   03  ItCount        PIC 9(6).
                   03  ItNet          PIC S9(11)V99.
                   03  ItDrAccount    PIC X(8).
                   03  ItCrAccount    PIC X(8).
                   03  ItMapped       PIC X.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           MOVE BizYear TO RunDateMMDD(5:4).
           OPEN INPUT GLMapFile.
           PERFORM SummarizePostings.
           PERFORM LookupRejectAccount.
           PERFORM LoadPayrollJournal.
           PERFORM LoadAPJournal.
           PERFORM SummarizeInvPostings.
           CLOSE GLMapFile.
           PERFORM SummarizeOnlineChanges.
           PERFORM LoadPointsAccrual.
           MOVE DetailCount TO GLTrlRecCount.
           MOVE HashTotal TO GLTrlHashTotal.
           WRITE GLRecord.
           MOVE "CUSTSYS" TO GbSource.
           PERFORM RegisterSentBatch.
           PERFORM SendPayrollJournal.
           PERFORM SendAPJournal.
           PERFORM SendInvPostings.
           PERFORM ResendCorrectedLines.
           ADD PriorBatchDetails TO DetailCount.
           CLOSE GLFile.
           PERFORM SaveTypeSummary.
           DISPLAY "GL Detail Records : " DetailCount
           DISPLAY "Total Debits      : " TotalDebits
           DISPLAY "Total Credits     : " TotalCredits
           DISPLAY "Unmapped Types    : " UnmappedCount
           DISPLAY "Payroll Lines Sent: " JrnlSendCount
           DISPLAY "AP Lines Sent     : " APJrnlSendCount
           DISPLAY "Inventory Lines   : " InvLineCount
           DISPLAY "GL Lines Resent   : " ResendLineCount
           IF TotalDebits NOT = TotalCredits
               DISPLAY "ERROR: GL interface out of balance"
               MOVE 8 TO RETURN-CODE
                       WRITE ExceptionLine
                   END-IF
               END-PERFORM
               PERFORM VARYING JrnlIdx FROM 1 BY 1
                       UNTIL JrnlIdx > JrnlCount
                   IF JtMapped(JrnlIdx) = 'N'
                       MOVE JtRecord(JrnlIdx) TO PayJrnlRecord
                       MOVE PjAmount TO ReportAmount
                       MOVE SPACES TO ExceptionLine
                       STRING "UNMAPPED PAYROLL TYPE " PjPostType
                           " " PjDrCr " " ReportAmount
                           " POSTED TO SUSPENSE"
                           DELIMITED BY SIZE INTO ExceptionLine
                       END-STRING
                       WRITE ExceptionLine
                   END-IF
               END-PERFORM
               PERFORM VARYING APJrnlIdx FROM 1 BY 1
                       UNTIL APJrnlIdx > APJrnlCount
                   IF AtMapped(APJrnlIdx) = 'N'
                       MOVE AtRecord(APJrnlIdx) TO APJrnlRecord
                       MOVE AjAmount TO ReportAmount
                       MOVE SPACES TO ExceptionLine
                       STRING "UNMAPPED AP TYPE " AjPostType
                           " " AjDrCr " " ReportAmount
                           " POSTED TO SUSPENSE"
                           DELIMITED BY SIZE INTO ExceptionLine
                       END-STRING
                       WRITE ExceptionLine
                   END-IF
               END-PERFORM
               PERFORM VARYING InvIdx FROM 1 BY 1
                       UNTIL InvIdx > InvTypeCount
                   IF ItMapped(InvIdx) = 'N'
                       MOVE ItNet(InvIdx) TO ReportAmount
                       MOVE SPACES TO ExceptionLine
                       STRING "UNMAPPED INVENTORY TYPE "
                           ItPostType(InvIdx)
                           " NET " ReportAmount
                           " POSTED TO SUSPENSE"
                           DELIMITED BY SIZE INTO ExceptionLine
                       END-STRING
                       WRITE ExceptionLine
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ExceptionFile.
       LoadPointsAccrual.
           ADD 1 TO DetailCount.
           ADD WorkAmount TO TotalCredits.
           ADD WorkAmount TO HashTotal.
      * Each night's totals by posting type are kept in glsum.dat so
      * period reports can tie back to what went to the ledger.
       SaveTypeSummary.
           OPEN EXTEND GLSumFile.
           PERFORM VARYING TypeIdx FROM 1 BY 1
                   UNTIL TypeIdx > TypeCount
               MOVE BusinessDate TO GsDate
               MOVE TTPostType(TypeIdx) TO GsPostType
               MOVE TTCount(TypeIdx) TO GsCount
               MOVE TTNet(TypeIdx) TO GsNet
               WRITE GLSumRecord
           END-PERFORM.
           CLOSE GLSumFile.
      * Lines the ledger rejected come back through GLACK into
      * glsusp.dat. Once finance has corrected the account in GLSUSP
      * they go out again as a separate GLRESUB batch. A line from a
      * partly rejected batch was parked in the GL's rejection suspense
      * account (GLREJECT on the GL map), so it is resent with an offset
      * line out of that account. A batch rejected outright posted
      * nothing, so it is resent whole and only once every line of it
      * is on file and corrected.
       LookupRejectAccount.
           MOVE "GLREJECT" TO GmPostType.
           MOVE 'Y' TO MapFoundFlag.
           READ GLMapFile
               INVALID KEY MOVE 'N' TO MapFoundFlag
           END-READ.
           IF MapFoundFlag = 'Y'
               MOVE GmDrAccount TO RejectAccount
           ELSE
               MOVE "SUSPENSE" TO RejectAccount
           END-IF.
       RegisterSentBatch.
           OPEN EXTEND GLBatchFile.
           MOVE TodayDate TO GbBatchDate.
           MOVE BusinessDate TO GbSentDate.
           MOVE DetailCount TO GbRecCount.
           MOVE HashTotal TO GbHashTotal.
           MOVE SPACE TO GbAckStatus.
           MOVE ZEROS TO GbAckDate.
           MOVE ZEROS TO GbRejectCount.
           WRITE GLBatchRecord.
           CLOSE GLBatchFile.
       ResendCorrectedLines.
           PERFORM LoadSuspense.
           PERFORM VARYING SuspIdx FROM 1 BY 1
                   UNTIL SuspIdx > SuspCount
               MOVE StRecord(SuspIdx) TO GLSuspRecord
               IF SpCorrected
                   IF SpBatchReject
                       PERFORM CheckBatchReady
                   ELSE
                       MOVE 'Y' TO BatchReadyFlag
                   END-IF
                   IF BatchReadyFlag = 'Y'
                       MOVE 'Y' TO StResend(SuspIdx)
                       ADD 1 TO ResendLineCount
                   END-IF
               END-IF
           END-PERFORM.
           IF ResendLineCount > 0
               MOVE "GLRESUB" TO ExtraBatchSource
               PERFORM StartExtraBatch
               PERFORM VARYING SuspIdx FROM 1 BY 1
                       UNTIL SuspIdx > SuspCount
                   IF StResend(SuspIdx) = 'Y'
                       PERFORM ResendOneLine
                   END-IF
               END-PERFORM
               PERFORM EndExtraBatch
               PERFORM SaveSuspense
           END-IF.
       LoadSuspense.
           MOVE 0 TO SuspCount.
           OPEN INPUT GLSuspFile.
           IF GLSuspStatus NOT = "00"
               MOVE 'Y' TO SuspEOFFlag
           END-IF.
           PERFORM UNTIL SuspEOFFlag = 'Y'
               READ GLSuspFile
                   AT END MOVE 'Y' TO SuspEOFFlag
               END-READ
               IF SuspEOFFlag = 'N' AND SuspCount < 5000
                   ADD 1 TO SuspCount
                   MOVE GLSuspRecord TO StRecord(SuspCount)
                   MOVE SpBatchDate TO StBatchKey(SuspCount)(1:8)
                   MOVE SpSource TO StBatchKey(SuspCount)(9:10)
                   MOVE SpStatus TO StLineStatus(SuspCount)
                   MOVE 'N' TO StResend(SuspCount)
               END-IF
           END-PERFORM.
           IF GLSuspStatus = "00" OR GLSuspStatus = "05"
                   OR GLSuspStatus = "10"
               CLOSE GLSuspFile
           END-IF.
      * GLSuspRecord holds the line being checked; its batch is ready
      * when every line sent is on file and none is still uncorrected.
       CheckBatchReady.
           MOVE 'Y' TO BatchReadyFlag.
           MOVE 0 TO BatchLinesFound.
           PERFORM VARYING CheckIdx FROM 1 BY 1
                   UNTIL CheckIdx > SuspCount
               IF StBatchKey(CheckIdx) = StBatchKey(SuspIdx)
                   ADD 1 TO BatchLinesFound
                   IF StLineStatus(CheckIdx) NOT = 'C'
                       MOVE 'N' TO BatchReadyFlag
                   END-IF
               END-IF
           END-PERFORM.
           IF BatchLinesFound NOT = SpBatchLines
               MOVE 'N' TO BatchReadyFlag
           END-IF.
       ResendOneLine.
           MOVE StRecord(SuspIdx) TO GLSuspRecord.
           MOVE SpAmount TO WorkAmount.
           MOVE SpNewAccount TO PairAccount.
           IF SpDrCr = 'D'
               PERFORM WriteGLDebit
               IF SpPartReject
                   MOVE RejectAccount TO PairAccount
                   PERFORM WriteGLCredit
               END-IF
           ELSE
               PERFORM WriteGLCredit
               IF SpPartReject
                   MOVE RejectAccount TO PairAccount
                   PERFORM WriteGLDebit
               END-IF
           END-IF.
           MOVE 'S' TO SpStatus.
           MOVE BusinessDate TO SpResentDate.
           MOVE GLSuspRecord TO StRecord(SuspIdx).
       SaveSuspense.
           OPEN OUTPUT GLSuspFile.
           PERFORM VARYING SuspIdx FROM 1 BY 1
                   UNTIL SuspIdx > SuspCount
               MOVE StRecord(SuspIdx) TO GLSuspRecord
               WRITE GLSuspRecord
           END-PERFORM.
           CLOSE GLSuspFile.
      * Batches after the nightly CUSTSYS batch carry their own count
      * and hash; the run total of detail lines is kept aside.
       StartExtraBatch.
           ADD DetailCount TO PriorBatchDetails.
           MOVE 0 TO DetailCount.
           MOVE ZEROS TO HashTotal.
           MOVE 'H' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE TodayDate TO GLHdrRunDate.
           MOVE ExtraBatchSource TO GLHdrSourceSys.
           WRITE GLRecord.
       EndExtraBatch.
           MOVE 'T' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE DetailCount TO GLTrlRecCount.
           MOVE HashTotal TO GLTrlHashTotal.
           WRITE GLRecord.
           MOVE ExtraBatchSource TO GbSource.
           PERFORM RegisterSentBatch.
           ADD DetailCount TO PriorBatchDetails.
           MOVE 0 TO DetailCount.
      * PAYRUN leaves a proved journal in payjrnl.dat for each pay run.
      * Lines not yet sent go out in a PAYROLL batch, each to the debit
      * or credit account glmap.dat holds for its posting type, and are
      * stamped with the date sent.
       LoadPayrollJournal.
           MOVE 0 TO JrnlCount.
           OPEN INPUT PayJrnlFile.
           IF PayJrnlStatus NOT = "00"
               MOVE 'Y' TO JrnlEOFFlag
           END-IF.
           PERFORM UNTIL JrnlEOFFlag = 'Y'
               READ PayJrnlFile
                   AT END MOVE 'Y' TO JrnlEOFFlag
               END-READ
               IF JrnlEOFFlag = 'N' AND JrnlCount < 2000
                   ADD 1 TO JrnlCount
                   MOVE PayJrnlRecord TO JtRecord(JrnlCount)
                   MOVE SPACES TO JtAccount(JrnlCount)
                   MOVE SPACE TO JtMapped(JrnlCount)
                   IF PjPostedDate = ZEROS
                       ADD 1 TO JrnlSendCount
                       PERFORM LookupJournalMapping
                   END-IF
               END-IF
           END-PERFORM.
           IF PayJrnlStatus = "00" OR PayJrnlStatus = "05"
                   OR PayJrnlStatus = "10"
               CLOSE PayJrnlFile
           END-IF.
       LookupJournalMapping.
           MOVE PjPostType TO GmPostType.
           MOVE 'Y' TO MapFoundFlag.
           READ GLMapFile
               INVALID KEY MOVE 'N' TO MapFoundFlag
           END-READ.
           IF MapFoundFlag = 'Y'
               IF PjDrCr = 'D'
                   MOVE GmDrAccount TO JtAccount(JrnlCount)
               ELSE
                   MOVE GmCrAccount TO JtAccount(JrnlCount)
               END-IF
               MOVE 'Y' TO JtMapped(JrnlCount)
           ELSE
               MOVE "SUSPENSE" TO JtAccount(JrnlCount)
               MOVE 'N' TO JtMapped(JrnlCount)
               ADD 1 TO UnmappedCount
               DISPLAY "WARNING: payroll type " PjPostType
                   " not on GL map - posted to suspense"
           END-IF.
       SendPayrollJournal.
           IF JrnlSendCount > 0
               MOVE "PAYROLL" TO ExtraBatchSource
               PERFORM StartExtraBatch
               PERFORM VARYING JrnlIdx FROM 1 BY 1
                       UNTIL JrnlIdx > JrnlCount
                   MOVE JtRecord(JrnlIdx) TO PayJrnlRecord
                   IF PjPostedDate = ZEROS
                       MOVE PjAmount TO WorkAmount
                       MOVE JtAccount(JrnlIdx) TO PairAccount
                       IF PjDrCr = 'D'
                           PERFORM WriteGLDebit
                       ELSE
                           PERFORM WriteGLCredit
                       END-IF
                       MOVE BusinessDate TO PjPostedDate
                       MOVE PayJrnlRecord TO JtRecord(JrnlIdx)
                   END-IF
               END-PERFORM
               PERFORM EndExtraBatch
               OPEN OUTPUT PayJrnlFile
               PERFORM VARYING JrnlIdx FROM 1 BY 1
                       UNTIL JrnlIdx > JrnlCount
                   MOVE JtRecord(JrnlIdx) TO PayJrnlRecord
                   WRITE PayJrnlRecord
               END-PERFORM
               CLOSE PayJrnlFile
           END-IF.
      * APMATCH and the AP payment run leave their entries in
      * apjrnl.dat. As with payroll, lines not yet sent go out in an
      * APSYS batch to the account glmap.dat holds for the line's type
      * and side, and are stamped with the date sent. A journal too big
      * to hold is left untouched for the night and reported.
       LoadAPJournal.
           MOVE 0 TO APJrnlCount.
           OPEN INPUT APJrnlFile.
           IF APJrnlStatus NOT = "00"
               MOVE 'Y' TO APJrnlEOFFlag
           END-IF.
           PERFORM UNTIL APJrnlEOFFlag = 'Y'
               READ APJrnlFile
                   AT END MOVE 'Y' TO APJrnlEOFFlag
               END-READ
               IF APJrnlEOFFlag = 'N'
                   IF APJrnlCount < 5000
                       ADD 1 TO APJrnlCount
                       MOVE APJrnlRecord TO AtRecord(APJrnlCount)
                       MOVE SPACES TO AtAccount(APJrnlCount)
                       MOVE SPACE TO AtMapped(APJrnlCount)
                       IF AjPostedDate = ZEROS
                           ADD 1 TO APJrnlSendCount
                           PERFORM LookupAPJournalMapping
                       END-IF
                   ELSE
                       MOVE 'Y' TO APJrnlFullFlag
                       MOVE 'Y' TO APJrnlEOFFlag
                   END-IF
               END-IF
           END-PERFORM.
           IF APJrnlStatus = "00" OR APJrnlStatus = "05"
                   OR APJrnlStatus = "10"
               CLOSE APJrnlFile
           END-IF.
           IF APJrnlFullFlag = 'Y'
               DISPLAY "WARNING: apjrnl.dat over 5000 lines - "
                   "AP entries not sent"
               MOVE 0 TO APJrnlSendCount
               MOVE 0 TO APJrnlCount
           END-IF.
       LookupAPJournalMapping.
           MOVE AjPostType TO GmPostType.
           MOVE 'Y' TO MapFoundFlag.
           READ GLMapFile
               INVALID KEY MOVE 'N' TO MapFoundFlag
           END-READ.
           IF MapFoundFlag = 'Y'
               IF AjDrCr = 'D'
                   MOVE GmDrAccount TO AtAccount(APJrnlCount)
               ELSE
                   MOVE GmCrAccount TO AtAccount(APJrnlCount)
               END-IF
               MOVE 'Y' TO AtMapped(APJrnlCount)
           ELSE
               MOVE "SUSPENSE" TO AtAccount(APJrnlCount)
               MOVE 'N' TO AtMapped(APJrnlCount)
               ADD 1 TO UnmappedCount
               DISPLAY "WARNING: AP type " AjPostType
                   " not on GL map - posted to suspense"
           END-IF.
       SendAPJournal.
           IF APJrnlSendCount > 0
               MOVE "APSYS" TO ExtraBatchSource
               PERFORM StartExtraBatch
               PERFORM VARYING APJrnlIdx FROM 1 BY 1
                       UNTIL APJrnlIdx > APJrnlCount
                   MOVE AtRecord(APJrnlIdx) TO APJrnlRecord
                   IF AjPostedDate = ZEROS
                       MOVE AjAmount TO WorkAmount
                       MOVE AtAccount(APJrnlIdx) TO PairAccount
                       IF AjDrCr = 'D'
                           PERFORM WriteGLDebit
                       ELSE
                           PERFORM WriteGLCredit
                       END-IF
                       MOVE BusinessDate TO AjPostedDate
                       MOVE APJrnlRecord TO AtRecord(APJrnlIdx)
                   END-IF
               END-PERFORM
               PERFORM EndExtraBatch
               OPEN OUTPUT APJrnlFile
               PERFORM VARYING APJrnlIdx FROM 1 BY 1
                       UNTIL APJrnlIdx > APJrnlCount
                   MOVE AtRecord(APJrnlIdx) TO APJrnlRecord
                   WRITE APJrnlRecord
               END-PERFORM
               CLOSE APJrnlFile
           END-IF.
      * The day's inventory value movements in invpost.dat are netted
      * by posting type and go out as an INVSYS batch. Their glmap.dat
      * entries carry the inventory account as the credit account, so
      * value taken out of stock debits the other account (cost of
      * sales, shrinkage) and value put back reverses the pair.
       SummarizeInvPostings.
           OPEN INPUT InvPostFile.
           IF InvPostStatus NOT = "00"
               MOVE 'Y' TO InvEOFFlag
           END-IF.
           PERFORM UNTIL InvEOFFlag = 'Y'
               READ InvPostFile
                   AT END MOVE 'Y' TO InvEOFFlag
               END-READ
               IF InvEOFFlag = 'N' AND IpDate = BusinessDate
                   PERFORM ClassifyInvPosting
               END-IF
           END-PERFORM.
           IF InvPostStatus = "00" OR InvPostStatus = "05"
                   OR InvPostStatus = "10"
               CLOSE InvPostFile
           END-IF.
       ClassifyInvPosting.
           MOVE 0 TO FoundInvIdx.
           PERFORM VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx > InvTypeCount
               IF ItPostType(InvIdx) = IpPostType
                   MOVE InvIdx TO FoundInvIdx
               END-IF
           END-PERFORM.
           IF FoundInvIdx = 0 AND InvTypeCount < 20
               ADD 1 TO InvTypeCount
               MOVE InvTypeCount TO FoundInvIdx
               MOVE IpPostType TO ItPostType(FoundInvIdx)
               MOVE 0 TO ItCount(FoundInvIdx)
               MOVE ZEROS TO ItNet(FoundInvIdx)
               PERFORM LookupInvMapping
           END-IF.
           IF FoundInvIdx > 0
               ADD 1 TO ItCount(FoundInvIdx)
               ADD 1 TO InvLineCount
               ADD IpAmount TO ItNet(FoundInvIdx)
           ELSE
               DISPLAY "WARNING: inventory type table full - "
                   IpPostType " dropped"
           END-IF.
       LookupInvMapping.
           MOVE IpPostType TO GmPostType.
           MOVE 'Y' TO MapFoundFlag.
           READ GLMapFile
               INVALID KEY MOVE 'N' TO MapFoundFlag
           END-READ.
           IF MapFoundFlag = 'Y'
               MOVE GmDrAccount TO ItDrAccount(FoundInvIdx)
               MOVE GmCrAccount TO ItCrAccount(FoundInvIdx)
               MOVE 'Y' TO ItMapped(FoundInvIdx)
           ELSE
               MOVE "SUSPENSE" TO ItDrAccount(FoundInvIdx)
               MOVE "SUSPENSE" TO ItCrAccount(FoundInvIdx)
               MOVE 'N' TO ItMapped(FoundInvIdx)
               ADD 1 TO UnmappedCount
               DISPLAY "WARNING: inventory type " IpPostType
                   " not on GL map - posted to suspense"
           END-IF.
       SendInvPostings.
           IF InvTypeCount > 0
               MOVE "INVSYS" TO ExtraBatchSource
               PERFORM StartExtraBatch
               PERFORM VARYING InvIdx FROM 1 BY 1
                       UNTIL InvIdx > InvTypeCount
                   EVALUATE TRUE
                       WHEN ItNet(InvIdx) > 0
                           MOVE ItNet(InvIdx) TO WorkAmount
                           MOVE ItDrAccount(InvIdx) TO PairAccount
                           PERFORM WriteGLDebit
                           MOVE ItCrAccount(InvIdx) TO PairAccount
                           PERFORM WriteGLCredit
                       WHEN ItNet(InvIdx) < 0
                           COMPUTE WorkAmount =
                               FUNCTION ABS(ItNet(InvIdx))
                           MOVE ItCrAccount(InvIdx) TO PairAccount
                           PERFORM WriteGLDebit
                           MOVE ItDrAccount(InvIdx) TO PairAccount
                           PERFORM WriteGLCredit
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               PERFORM EndExtraBatch
           END-IF.
