       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSUSP.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL GLSuspFile ASSIGN TO "glsusp.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLSuspStatus.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
              SELECT OPTIONAL GLMapFile ASSIGN TO "glmap.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GmPostType
                  FILE STATUS IS GLMapStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  GLMapFile.
       01  GLMapData.
               02  GmPostType         PIC X(8).
               02  GmDrAccount        PIC X(8).
               02  GmCrAccount        PIC X(8).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  AuditFile.
       01  AuditRecord.
               02  AuditTimestamp         PIC X(21).
               02  AuditOperation         PIC X(10).
               02  AuditIDNum             PIC 9(6).
               02  AuditBeforeFirstName   PIC X(15).
               02  AuditBeforeLastName    PIC X(15).
               02  AuditAfterFirstName    PIC X(15).
               02  AuditAfterLastName     PIC X(15).
               02  AuditReasonCode        PIC X(20).
               02  AuditBeforeAmount      PIC S9(7)V99.
               02  AuditAfterAmount       PIC S9(7)V99.
               02  AuditOperatorID        PIC X(8).
               02  AuditSeqNum            PIC 9(9).
               02  AuditChainValue        PIC 9(9).
       FD  AuditChainFile.
       01  AuditChainRecord.
               02  AcLastSeq          PIC 9(9).
               02  AcLastChain        PIC 9(9).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  GLSuspStatus               PIC XX.
       01  GLBatchStatus              PIC XX.
       01  GLMapStatus                PIC XX.
       01  EndOfFileFlag              PIC X.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  ConfirmAnswer              PIC X.
       01  SuspIdx                    PIC 9(4).
       01  FoundIdx                   PIC 9(4).
       01  BatchIdx                   PIC 9(4).
       01  FoundBatchIdx              PIC 9(4).
       01  OpenLineCount              PIC 9(5).
       01  ListedCount                PIC 9(5).
       01  AccountOnMap               PIC X.
       01  PickBatchDate              PIC X(8).
       01  PickSource                 PIC X(10).
       01  PickLineNum                PIC 9(5).
       01  NewAccount                 PIC X(8).
       01  OldAccount                 PIC X(8).
       01  ShowAmount                 PIC ZZZZZZZZ9.99.
       01  SuspTable.
               02  SuspCount          PIC 9(4) VALUE 0.
               02  SuspEntry          OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON SuspCount.
                   03  StRecord       PIC X(112).
       01  BatchTable.
               02  BatchCount         PIC 9(4) VALUE 0.
               02  BatchEntry         OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON BatchCount.
                   03  BtRecord       PIC X(58).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "GL SUSPENSE CORRECTION".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM LoadSuspense.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "GL SUSPENSE (GLSUSP.DAT)"
               DISPLAY "1: List Held Lines"
               DISPLAY "2: Correct Account on a Held Line"
               DISPLAY "3: Clear a Rejected Batch (Supervisor)"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListHeldLines
                   WHEN 2 PERFORM CorrectHeldLine
                   WHEN 3 PERFORM ClearRejectedBatch
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE AuditFile.
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
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
       LoadSuspense.
           MOVE 0 TO SuspCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT GLSuspFile.
           IF GLSuspStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ GLSuspFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND SuspCount < 5000
                   ADD 1 TO SuspCount
                   MOVE GLSuspRecord TO StRecord(SuspCount)
               END-IF
           END-PERFORM.
           IF GLSuspStatus = "00" OR GLSuspStatus = "05"
                   OR GLSuspStatus = "10"
               CLOSE GLSuspFile
           END-IF.
       SaveSuspense.
           OPEN OUTPUT GLSuspFile.
           PERFORM VARYING SuspIdx FROM 1 BY 1
                   UNTIL SuspIdx > SuspCount
               MOVE StRecord(SuspIdx) TO GLSuspRecord
               WRITE GLSuspRecord
           END-PERFORM.
           CLOSE GLSuspFile.
       ListHeldLines.
           MOVE 0 TO ListedCount.
           PERFORM VARYING SuspIdx FROM 1 BY 1
                   UNTIL SuspIdx > SuspCount
               MOVE StRecord(SuspIdx) TO GLSuspRecord
               IF SpHeld OR SpCorrected
                   ADD 1 TO ListedCount
                   MOVE SpAmount TO ShowAmount
                   DISPLAY SpBatchDate " " SpSource " Line "
                       SpLineNum " " SpAccount " " SpDrCr " "
                       ShowAmount " Mode " SpMode " Status "
                       SpStatus " " SpNewAccount
                   DISPLAY "      " SpReason
               END-IF
           END-PERFORM.
           IF ListedCount = 0
               DISPLAY "No Lines Held in GL Suspense"
           END-IF.
       PickHeldLine.
           MOVE 0 TO FoundIdx.
           DISPLAY "Batch Run Date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT PickBatchDate.
           DISPLAY "Source System : " WITH NO ADVANCING.
           ACCEPT PickSource.
           MOVE FUNCTION UPPER-CASE(PickSource) TO PickSource.
       FindHeldLine.
           PERFORM VARYING SuspIdx FROM 1 BY 1
                   UNTIL SuspIdx > SuspCount
               MOVE StRecord(SuspIdx) TO GLSuspRecord
               IF SpBatchDate = PickBatchDate
                       AND SpSource = PickSource
                       AND SpLineNum = PickLineNum
                       AND (SpHeld OR SpCorrected)
                   MOVE SuspIdx TO FoundIdx
               END-IF
           END-PERFORM.
      * The corrected account must be one the GL map already uses, as
      * the debit or credit account of some posting type. A line may
      * be released on its original account once that is on the map.
       CorrectHeldLine.
           PERFORM PickHeldLine.
           DISPLAY "Line Number : " WITH NO ADVANCING.
           ACCEPT PickLineNum.
           PERFORM FindHeldLine.
           IF FoundIdx = 0
               DISPLAY "No Held Line With That Batch and Line Number"
           ELSE
               MOVE StRecord(FoundIdx) TO GLSuspRecord
               MOVE SpAmount TO ShowAmount
               DISPLAY "Sent To   : " SpAccount " " SpDrCr " "
                   ShowAmount
               DISPLAY "Rejected  : " SpReason
               IF SpCorrected
                   DISPLAY "Corrected : " SpNewAccount " by "
                       SpCorrOperator
               END-IF
               DISPLAY "Corrected GL Account : " WITH NO ADVANCING
               ACCEPT NewAccount
               MOVE FUNCTION UPPER-CASE(NewAccount) TO NewAccount
               PERFORM CheckAccountOnMap
               IF NewAccount = SPACES OR AccountOnMap = 'N'
                   DISPLAY "Account Not on glmap.dat - Line Not Changed"
               ELSE
                   IF SpCorrected
                       MOVE SpNewAccount TO OldAccount
                   ELSE
                       MOVE SpAccount TO OldAccount
                   END-IF
                   MOVE NewAccount TO SpNewAccount
                   MOVE 'C' TO SpStatus
                   MOVE CurrentOpID TO SpCorrOperator
                   MOVE GLSuspRecord TO StRecord(FoundIdx)
                   PERFORM AuditCorrection
                   PERFORM SaveSuspense
                   DISPLAY "Line Will Be Resent by the Next GLPOST"
               END-IF
           END-IF.
       CheckAccountOnMap.
           MOVE 'N' TO AccountOnMap.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT GLMapFile.
           IF GLMapStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ GLMapFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF GmDrAccount = NewAccount
                           OR GmCrAccount = NewAccount
                       MOVE 'Y' TO AccountOnMap
                       MOVE 'Y' TO EndOfFileFlag
                   END-IF
               END-IF
           END-PERFORM.
           IF GLMapStatus = "00" OR GLMapStatus = "05"
                   OR GLMapStatus = "10"
               CLOSE GLMapFile
           END-IF.
       AuditCorrection.
           MOVE "GLCORR" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE OldAccount TO AuditBeforeFirstName.
           MOVE SpSource TO AuditBeforeLastName.
           MOVE NewAccount TO AuditAfterFirstName.
           MOVE SpSource TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING SpBatchDate " LINE " SpLineNum
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE SpAmount TO AuditBeforeAmount.
           MOVE SpAmount TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
      * For a batch the GL will never take back as sent - a rejection
      * with no lines listed, or one put right in the ledger by hand.
      * Its open lines are written off and it stops holding the close.
       ClearRejectedBatch.
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Role Required"
           ELSE
               PERFORM PickHeldLine
               PERFORM LoadBatchRegister
               IF FoundBatchIdx = 0
                   DISPLAY "No Rejected Batch With That Run Date "
                       "and Source"
               ELSE
                   PERFORM CountOpenLines
                   DISPLAY "Open Lines Held : " OpenLineCount
                   DISPLAY "Clear Batch (Y/N) : " WITH NO ADVANCING
                   ACCEPT ConfirmAnswer
                   IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
                       PERFORM WriteOffOpenLines
                       MOVE BtRecord(FoundBatchIdx) TO GLBatchRecord
                       MOVE 'X' TO GbAckStatus
                       MOVE GLBatchRecord TO BtRecord(FoundBatchIdx)
                       PERFORM SaveBatchRegister
                       PERFORM SaveSuspense
                       PERFORM AuditBatchClear
                       DISPLAY "Batch Cleared"
                   ELSE
                       DISPLAY "Batch Not Cleared"
                   END-IF
               END-IF
           END-IF.
       LoadBatchRegister.
           MOVE 0 TO BatchCount.
           MOVE 0 TO FoundBatchIdx.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT GLBatchFile.
           IF GLBatchStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ GLBatchFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND BatchCount < 3000
                   ADD 1 TO BatchCount
                   MOVE GLBatchRecord TO BtRecord(BatchCount)
                   IF GbBatchDate = PickBatchDate
                           AND GbSource = PickSource
                           AND (GbPartRejected OR GbRejected)
                       MOVE BatchCount TO FoundBatchIdx
                   END-IF
               END-IF
           END-PERFORM.
           IF GLBatchStatus = "00" OR GLBatchStatus = "05"
                   OR GLBatchStatus = "10"
               CLOSE GLBatchFile
           END-IF.
       SaveBatchRegister.
           OPEN OUTPUT GLBatchFile.
           PERFORM VARYING BatchIdx FROM 1 BY 1
                   UNTIL BatchIdx > BatchCount
               MOVE BtRecord(BatchIdx) TO GLBatchRecord
               WRITE GLBatchRecord
           END-PERFORM.
           CLOSE GLBatchFile.
       CountOpenLines.
           MOVE 0 TO OpenLineCount.
           PERFORM VARYING SuspIdx FROM 1 BY 1
                   UNTIL SuspIdx > SuspCount
               MOVE StRecord(SuspIdx) TO GLSuspRecord
               IF SpBatchDate = PickBatchDate
                       AND SpSource = PickSource
                       AND (SpHeld OR SpCorrected)
                   ADD 1 TO OpenLineCount
               END-IF
           END-PERFORM.
       WriteOffOpenLines.
           PERFORM VARYING SuspIdx FROM 1 BY 1
                   UNTIL SuspIdx > SuspCount
               MOVE StRecord(SuspIdx) TO GLSuspRecord
               IF SpBatchDate = PickBatchDate
                       AND SpSource = PickSource
                       AND (SpHeld OR SpCorrected)
                   MOVE 'X' TO SpStatus
                   MOVE CurrentOpID TO SpCorrOperator
                   MOVE GLSuspRecord TO StRecord(SuspIdx)
               END-IF
           END-PERFORM.
       AuditBatchClear.
           MOVE "GLBCLR" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE PickSource TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE PickSource TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE PickBatchDate TO AuditReasonCode.
           MOVE OpenLineCount TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       ChainAuditRecord.
           MOVE ZEROS TO PriorChainValue.
           MOVE ZEROS TO AcLastSeq.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus = "00"
               READ AuditChainFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE AcLastChain TO PriorChainValue
               END-READ
               CLOSE AuditChainFile
           END-IF.
           COMPUTE AuditSeqNum = AcLastSeq + 1.
           MOVE 0 TO ChainWork.
           PERFORM VARYING ChainIdx FROM 1 BY 1
                   UNTIL ChainIdx > 152
               COMPUTE ChainWork = ChainWork
                   + FUNCTION ORD(AuditRecord(ChainIdx:1))
                   * ChainIdx
           END-PERFORM.
           COMPUTE AuditChainValue = FUNCTION MOD(
               PriorChainValue * 7 + ChainWork, 1000000000).
       SaveAuditChain.
           OPEN OUTPUT AuditChainFile.
           MOVE AuditSeqNum TO AcLastSeq.
           MOVE AuditChainValue TO AcLastChain.
           WRITE AuditChainRecord.
           CLOSE AuditChainFile.
