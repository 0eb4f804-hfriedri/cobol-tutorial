       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACK.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL GLAckFile ASSIGN TO "glack.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLAckStatus.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
              SELECT OPTIONAL GLSuspFile ASSIGN TO "glsusp.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLSuspStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT ReportFile ASSIGN TO "glack.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Acknowledgment file returned by the general ledger. Each batch
      * starts with a header repeating the run date, source system,
      * record count and hash total of the batch as received, with the
      * outcome: A accepted, P partly rejected, R rejected. The header
      * is followed by one line per rejected detail, numbered by its
      * position in the batch; a rejected batch lists every line.
       FD  GLAckFile.
       01  GLAckRecord.
               02  AkRecType          PIC X.
                   88  AkIsHeader     VALUE 'H'.
                   88  AkIsDetail     VALUE 'D'.
               02  AkRecBody          PIC X(63).
       01  GLAckHeader REDEFINES GLAckRecord.
               02  FILLER             PIC X.
               02  AkBatchDate        PIC X(8).
               02  AkSource           PIC X(10).
               02  AkStatus           PIC X.
                   88  AkValidStatus  VALUE 'A' 'P' 'R'.
               02  AkRecCount         PIC 9(5).
               02  AkHashTotal        PIC 9(11)V99.
               02  FILLER             PIC X(26).
       01  GLAckDetail REDEFINES GLAckRecord.
               02  FILLER             PIC X.
               02  AkLineNum          PIC 9(5).
               02  AkAccount          PIC X(8).
               02  AkDrCr             PIC X.
               02  AkAmount           PIC 9(9)V99.
               02  AkReason           PIC X(30).
               02  FILLER             PIC X(8).
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  ReportFile.
       01  ReportLine                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  GLAckStatus                PIC XX.
       01  GLBatchStatus              PIC XX.
       01  GLSuspStatus               PIC XX.
       01  EndOfFileFlag              PIC X.
       01  BatchIdx                   PIC 9(4).
       01  AckBatchIdx                PIC 9(4) VALUE 0.
       01  AckLinesHeld               PIC 9(5).
       01  AckKey                     PIC X(18).
       01  AcksRead                   PIC 9(5) VALUE 0.
       01  AcksApplied                PIC 9(5) VALUE 0.
       01  AcceptedCount              PIC 9(5) VALUE 0.
       01  PartRejectCount            PIC 9(5) VALUE 0.
       01  RejectedCount              PIC 9(5) VALUE 0.
       01  LinesHeld                  PIC 9(5) VALUE 0.
       01  ExceptionCount             PIC 9(5) VALUE 0.
       01  OutstandingCount           PIC 9(5) VALUE 0.
       01  ExceptionText              PIC X(45).
       01  ReportAmount               PIC ZZZZZZZZ9.99.
       01  ReportHash                 PIC ZZZZZZZZZZ9.99.
      * The batch register, latest line per batch.
       01  BatchTable.
               02  BatchCount         PIC 9(4) VALUE 0.
               02  BatchEntry         OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON BatchCount.
                   03  BtKey          PIC X(18).
                   03  BtSentDate     PIC 9(8).
                   03  BtRecCount     PIC 9(5).
                   03  BtHashTotal    PIC 9(11)V99.
                   03  BtAckStatus    PIC X.
                   03  BtAckDate      PIC 9(8).
                   03  BtRejectCount  PIC 9(5).
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "GL ACKNOWLEDGMENT IMPORT".
           PERFORM GetProcessingDate.
           PERFORM LoadBatchRegister.
           OPEN OUTPUT ReportFile.
           MOVE SPACES TO ReportLine.
           STRING "GL ACKNOWLEDGMENT IMPORT - " BusinessDate
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           OPEN EXTEND GLSuspFile.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT GLAckFile.
           IF GLAckStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
               MOVE "NO ACKNOWLEDGMENT FILE RECEIVED" TO ReportLine
               WRITE ReportLine
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ GLAckFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   EVALUATE TRUE
                       WHEN AkIsHeader
                           PERFORM FinishAckBatch
                           PERFORM ApplyAckHeader
                       WHEN AkIsDetail
                           PERFORM HoldRejectedLine
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM FinishAckBatch.
           IF GLAckStatus = "00" OR GLAckStatus = "05"
                   OR GLAckStatus = "10"
               CLOSE GLAckFile
           END-IF.
           CLOSE GLSuspFile.
           PERFORM SaveBatchRegister.
           PERFORM ListOutstandingBatches.
           PERFORM WriteImportTotals.
           CLOSE ReportFile.
           DISPLAY "Acknowledgments Read    : " AcksRead
           DISPLAY "Acknowledgments Applied : " AcksApplied
           DISPLAY "Rejected Lines Held     : " LinesHeld
           DISPLAY "Exceptions              : " ExceptionCount
           DISPLAY "Batches Unacknowledged  : " OutstandingCount
           IF ExceptionCount > 0 OR LinesHeld > 0
                   OR OutstandingCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Report Written to glack.lst"
           DISPLAY "END OF GL ACKNOWLEDGMENT IMPORT".
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
      * A batch rerun on the same day is registered again; the later
      * line replaces the earlier one.
       LoadBatchRegister.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT GLBatchFile.
           IF GLBatchStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ GLBatchFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   MOVE GbBatchDate TO AckKey(1:8)
                   MOVE GbSource TO AckKey(9:10)
                   PERFORM FindBatch
                   IF AckBatchIdx = 0 AND BatchCount < 3000
                       ADD 1 TO BatchCount
                       MOVE BatchCount TO AckBatchIdx
                   END-IF
                   IF AckBatchIdx > 0
                       MOVE AckKey TO BtKey(AckBatchIdx)
                       MOVE GbSentDate TO BtSentDate(AckBatchIdx)
                       MOVE GbRecCount TO BtRecCount(AckBatchIdx)
                       MOVE GbHashTotal TO BtHashTotal(AckBatchIdx)
                       MOVE GbAckStatus TO BtAckStatus(AckBatchIdx)
                       MOVE GbAckDate TO BtAckDate(AckBatchIdx)
                       MOVE GbRejectCount
                           TO BtRejectCount(AckBatchIdx)
                   END-IF
               END-IF
           END-PERFORM.
           IF GLBatchStatus = "00" OR GLBatchStatus = "05"
                   OR GLBatchStatus = "10"
               CLOSE GLBatchFile
           END-IF.
           MOVE 0 TO AckBatchIdx.
       FindBatch.
           MOVE 0 TO AckBatchIdx.
           PERFORM VARYING BatchIdx FROM 1 BY 1
                   UNTIL BatchIdx > BatchCount
               IF BtKey(BatchIdx) = AckKey
                   MOVE BatchIdx TO AckBatchIdx
               END-IF
           END-PERFORM.
      * The acknowledgment must name a batch we sent, not yet
      * acknowledged, with the same record count and hash total.
       ApplyAckHeader.
           ADD 1 TO AcksRead.
           MOVE 0 TO AckLinesHeld.
           MOVE AkBatchDate TO AckKey(1:8).
           MOVE AkSource TO AckKey(9:10).
           PERFORM FindBatch.
           MOVE SPACES TO ExceptionText.
           EVALUATE TRUE
               WHEN AckBatchIdx = 0
                   MOVE "NO SUCH BATCH SENT" TO ExceptionText
               WHEN BtAckStatus(AckBatchIdx) NOT = SPACE
                   MOVE "ALREADY ACKNOWLEDGED - IGNORED"
                       TO ExceptionText
               WHEN AkRecCount NOT = BtRecCount(AckBatchIdx)
                       OR AkHashTotal NOT = BtHashTotal(AckBatchIdx)
                   MOVE "COUNT / HASH DO NOT MATCH BATCH SENT"
                       TO ExceptionText
               WHEN NOT AkValidStatus
                   MOVE "INVALID ACKNOWLEDGMENT STATUS"
                       TO ExceptionText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE AkHashTotal TO ReportHash.
           MOVE SPACES TO ReportLine.
           IF ExceptionText NOT = SPACES
               ADD 1 TO ExceptionCount
               MOVE 0 TO AckBatchIdx
               STRING "*** " AkBatchDate " " AkSource " STATUS "
                   AkStatus " COUNT " AkRecCount " HASH " ReportHash
                   " - " ExceptionText
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
           ELSE
               ADD 1 TO AcksApplied
               MOVE AkStatus TO BtAckStatus(AckBatchIdx)
               MOVE BusinessDate TO BtAckDate(AckBatchIdx)
               MOVE 0 TO BtRejectCount(AckBatchIdx)
               EVALUATE AkStatus
                   WHEN 'A' ADD 1 TO AcceptedCount
                   WHEN 'P' ADD 1 TO PartRejectCount
                   WHEN 'R' ADD 1 TO RejectedCount
               END-EVALUATE
               STRING AkBatchDate " " AkSource " STATUS " AkStatus
                   " COUNT " AkRecCount " HASH " ReportHash
                   " - MATCHED"
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
           END-IF.
           WRITE ReportLine.
       HoldRejectedLine.
           IF AckBatchIdx > 0
               MOVE SPACES TO ExceptionText
               EVALUATE TRUE
                   WHEN BtAckStatus(AckBatchIdx) = 'A'
                       MOVE "LINE ON ACCEPTED BATCH - IGNORED"
                           TO ExceptionText
                   WHEN AkLineNum = 0
                           OR AkLineNum > BtRecCount(AckBatchIdx)
                       MOVE "LINE NUMBER NOT IN BATCH - IGNORED"
                           TO ExceptionText
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE AkAmount TO ReportAmount
               MOVE SPACES TO ReportLine
               IF ExceptionText NOT = SPACES
                   ADD 1 TO ExceptionCount
                   STRING "    *** LINE " AkLineNum " " AkAccount
                       " " AkDrCr " " ReportAmount " - " ExceptionText
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
               ELSE
                   PERFORM WriteSuspenseLine
                   STRING "    LINE " AkLineNum " " AkAccount " "
                       AkDrCr " " ReportAmount " HELD - " AkReason
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
               END-IF
               WRITE ReportLine
           END-IF.
       WriteSuspenseLine.
           MOVE BtKey(AckBatchIdx)(1:8) TO SpBatchDate.
           MOVE BtKey(AckBatchIdx)(9:10) TO SpSource.
           MOVE AkLineNum TO SpLineNum.
           MOVE AkAccount TO SpAccount.
           MOVE AkDrCr TO SpDrCr.
           MOVE AkAmount TO SpAmount.
           MOVE AkReason TO SpReason.
           MOVE BtAckStatus(AckBatchIdx) TO SpMode.
           MOVE 'H' TO SpStatus.
           MOVE SPACES TO SpNewAccount.
           MOVE BusinessDate TO SpHeldDate.
           MOVE SPACES TO SpCorrOperator.
           MOVE ZEROS TO SpResentDate.
           MOVE BtRecCount(AckBatchIdx) TO SpBatchLines.
           WRITE GLSuspRecord.
           ADD 1 TO AckLinesHeld.
           ADD 1 TO LinesHeld.
           ADD 1 TO BtRejectCount(AckBatchIdx).
      * A rejection that lists no lines leaves nothing to correct; the
      * batch stays outstanding until it is cleared through GLSUSP.
       FinishAckBatch.
           IF AckBatchIdx > 0
               IF BtAckStatus(AckBatchIdx) NOT = 'A'
                       AND AckLinesHeld = 0
                   ADD 1 TO ExceptionCount
                   MOVE SPACES TO ReportLine
                   STRING "    *** NO REJECTED LINES LISTED - CLEAR "
                       "THE BATCH THROUGH GLSUSP ONCE RESOLVED"
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
               IF BtAckStatus(AckBatchIdx) = 'R'
                       AND AckLinesHeld > 0
                       AND AckLinesHeld NOT = BtRecCount(AckBatchIdx)
                   ADD 1 TO ExceptionCount
                   MOVE SPACES TO ReportLine
                   STRING "    *** REJECTED BATCH LISTS " AckLinesHeld
                       " OF " BtRecCount(AckBatchIdx)
                       " LINES - IT CANNOT BE RESENT UNTIL CLEARED"
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-IF.
           MOVE 0 TO AckBatchIdx.
       SaveBatchRegister.
           OPEN OUTPUT GLBatchFile.
           PERFORM VARYING BatchIdx FROM 1 BY 1
                   UNTIL BatchIdx > BatchCount
               MOVE BtKey(BatchIdx)(1:8) TO GbBatchDate
               MOVE BtKey(BatchIdx)(9:10) TO GbSource
               MOVE BtSentDate(BatchIdx) TO GbSentDate
               MOVE BtRecCount(BatchIdx) TO GbRecCount
               MOVE BtHashTotal(BatchIdx) TO GbHashTotal
               MOVE BtAckStatus(BatchIdx) TO GbAckStatus
               MOVE BtAckDate(BatchIdx) TO GbAckDate
               MOVE BtRejectCount(BatchIdx) TO GbRejectCount
               WRITE GLBatchRecord
           END-PERFORM.
           CLOSE GLBatchFile.
       ListOutstandingBatches.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "BATCHES AWAITING ACKNOWLEDGMENT" TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING BatchIdx FROM 1 BY 1
                   UNTIL BatchIdx > BatchCount
               IF BtAckStatus(BatchIdx) = SPACE
                       AND BtKey(BatchIdx)(1:8) < BusinessDate
                   ADD 1 TO OutstandingCount
                   MOVE BtHashTotal(BatchIdx) TO ReportHash
                   MOVE SPACES TO ReportLine
                   STRING "  " BtKey(BatchIdx)(1:8) " "
                       BtKey(BatchIdx)(9:10) " SENT "
                       BtSentDate(BatchIdx) " COUNT "
                       BtRecCount(BatchIdx) " HASH " ReportHash
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF OutstandingCount = 0
               MOVE "  NONE" TO ReportLine
               WRITE ReportLine
           END-IF.
       WriteImportTotals.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "ACKS READ " AcksRead " APPLIED " AcksApplied
               " ACCEPTED " AcceptedCount " PART REJECTED "
               PartRejectCount " REJECTED " RejectedCount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "LINES HELD IN GLSUSP.DAT " LinesHeld
               " EXCEPTIONS " ExceptionCount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
