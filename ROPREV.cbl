       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPREV.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ReorderFile ASSIGN TO "reorder.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ReorderFileStatus.
              SELECT ProposalFile ASSIGN TO "ropprop.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProposalStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ReorderFile.
       01  ReorderRecord.
               02  RoProdName         PIC X(10).
               02  RoSizeType         PIC A.
               02  RoReorderPoint     PIC 9(5).
               02  RoOrderUpTo        PIC 9(5).
      * Reorder levels proposed by ROPCALC from recent demand.
       FD  ProposalFile.
       01  ProposalData.
               02  RpProdName         PIC X(10).
               02  RpSizeType         PIC A.
               02  RpOldReorder       PIC 9(5).
               02  RpOldUpTo          PIC 9(5).
               02  RpNewReorder       PIC 9(5).
               02  RpNewUpTo          PIC 9(5).
               02  RpAvgDaily         PIC 9(5)V99.
               02  RpPeakDaily        PIC 9(5).
               02  RpLeadDays         PIC 9(3).
               02  RpBackQty          PIC 9(5).
               02  RpCalcDate         PIC 9(8).
               02  RpStatus           PIC X.
                   88  RpPending      VALUE 'P'.
                   88  RpAccepted     VALUE 'A'.
                   88  RpRejected     VALUE 'R'.
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  ReorderFileStatus          PIC XX.
       01  ProposalStatus             PIC XX.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  EndOfFileFlag              PIC X.
       01  ConfirmReply               PIC X.
       01  WorkProdName               PIC X(10).
       01  WorkSizeType               PIC A.
       01  ReorderTableFull           PIC X VALUE 'N'.
       01  PendingCount               PIC 9(4).
       01  AcceptedCount              PIC 9(4).
       01  RejectedCount              PIC 9(4).
       01  ReorderIdx                 PIC 9(3).
       01  FoundReorderIdx            PIC 9(3).
       01  ReorderTable.
               02  ReorderCount       PIC 9(3) VALUE 0.
               02  ReorderEntry       OCCURS 1 TO 500 TIMES
                                      DEPENDING ON ReorderCount.
                   03  RTProdName     PIC X(10).
                   03  RTSizeType     PIC A.
                   03  RTReorderPoint PIC 9(5).
                   03  RTOrderUpTo    PIC 9(5).
       01  PropIdx                    PIC 9(3).
       01  FoundPropIdx               PIC 9(3).
       01  ProposalTable.
               02  PropCount          PIC 9(3) VALUE 0.
               02  PropEntry          OCCURS 1 TO 500 TIMES
                                      DEPENDING ON PropCount.
                   03  PTProposal     PIC X(60).
       01  StatusText                 PIC X(8).
       01  LevelsText                 PIC X(11).
       01  ReportAvg                  PIC ZZZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "REORDER POINT PROPOSAL REVIEW".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM LoadReorderTable.
           PERFORM LoadProposalTable.
           IF ReorderTableFull = 'Y'
               DISPLAY "reorder.dat or ropprop.dat Exceeds Table - "
                   "Session Ended"
               STOP RUN
           END-IF.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "REORDER POINT PROPOSALS"
               DISPLAY "1: List Proposals"
               DISPLAY "2: Accept One Proposal"
               DISPLAY "3: Reject One Proposal"
               DISPLAY "4: Accept All Pending Proposals"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListProposals
                   WHEN 2 PERFORM AcceptOneProposal
                   WHEN 3 PERFORM RejectOneProposal
                   WHEN 4 PERFORM AcceptAllProposals
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
       LoadReorderTable.
           MOVE 0 TO ReorderCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ReorderFile.
           IF ReorderFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ReorderFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF ReorderCount < 500
                       ADD 1 TO ReorderCount
                       MOVE RoProdName TO RTProdName(ReorderCount)
                       MOVE RoSizeType TO RTSizeType(ReorderCount)
                       MOVE RoReorderPoint
                           TO RTReorderPoint(ReorderCount)
                       MOVE RoOrderUpTo TO RTOrderUpTo(ReorderCount)
                   ELSE
                       MOVE 'Y' TO ReorderTableFull
                   END-IF
               END-IF
           END-PERFORM.
           IF ReorderFileStatus = "00" OR ReorderFileStatus = "10"
               CLOSE ReorderFile
           END-IF.
       LoadProposalTable.
           MOVE 0 TO PropCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ProposalFile.
           IF ProposalStatus NOT = "00"
               DISPLAY "No Proposals - Run ROPCALC First"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ProposalFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF PropCount < 500
                       ADD 1 TO PropCount
                       MOVE ProposalData TO PTProposal(PropCount)
                   ELSE
                       MOVE 'Y' TO ReorderTableFull
                   END-IF
               END-IF
           END-PERFORM.
           IF ProposalStatus = "00" OR ProposalStatus = "10"
               CLOSE ProposalFile
           END-IF.
       ListProposals.
           DISPLAY " ".
           MOVE 0 TO PendingCount.
           MOVE 0 TO AcceptedCount.
           MOVE 0 TO RejectedCount.
           DISPLAY "PRODUCT    S   AVG/DAY PEAK LEAD   OLD ROP/UPTO"
               "   NEW ROP/UPTO".
           PERFORM VARYING PropIdx FROM 1 BY 1
                   UNTIL PropIdx > PropCount
               MOVE PTProposal(PropIdx) TO ProposalData
               EVALUATE TRUE
                   WHEN RpPending
                       ADD 1 TO PendingCount
                       MOVE "PENDING" TO StatusText
                   WHEN RpAccepted
                       ADD 1 TO AcceptedCount
                       MOVE "ACCEPTED" TO StatusText
                   WHEN OTHER
                       ADD 1 TO RejectedCount
                       MOVE "REJECTED" TO StatusText
               END-EVALUATE
               MOVE RpAvgDaily TO ReportAvg
               DISPLAY RpProdName " " RpSizeType " " ReportAvg " "
                   RpPeakDaily " " RpLeadDays "  " RpOldReorder "/"
                   RpOldUpTo "  " RpNewReorder "/" RpNewUpTo " "
                   StatusText
           END-PERFORM.
           DISPLAY "Pending " PendingCount " Accepted " AcceptedCount
               " Rejected " RejectedCount.
       FindProposal.
           DISPLAY "Product Name : " WITH NO ADVANCING.
           ACCEPT WorkProdName.
           DISPLAY "Size Type : " WITH NO ADVANCING.
           ACCEPT WorkSizeType.
           MOVE FUNCTION UPPER-CASE(WorkSizeType) TO WorkSizeType.
           MOVE 0 TO FoundPropIdx.
           PERFORM VARYING PropIdx FROM 1 BY 1
                   UNTIL PropIdx > PropCount
               MOVE PTProposal(PropIdx) TO ProposalData
               IF RpProdName = WorkProdName
                       AND RpSizeType = WorkSizeType
                   MOVE PropIdx TO FoundPropIdx
               END-IF
           END-PERFORM.
           IF FoundPropIdx > 0
               MOVE PTProposal(FoundPropIdx) TO ProposalData
           END-IF.
       AcceptOneProposal.
           DISPLAY " ".
           PERFORM FindProposal.
           EVALUATE TRUE
               WHEN FoundPropIdx = 0
                   DISPLAY "No Proposal for This Product and Size"
               WHEN NOT RpPending
                   DISPLAY "Proposal Already Accepted or Rejected"
               WHEN OTHER
                   PERFORM ApplyOneProposal
                   PERFORM SaveReorderTable
                   PERFORM SaveProposalTable
                   DISPLAY "Reorder Levels Updated"
           END-EVALUATE.
      * A rejected proposal leaves reorder.dat as it is; ROPCALC
      * proposes again at its next run if demand still warrants it.
       RejectOneProposal.
           DISPLAY " ".
           PERFORM FindProposal.
           EVALUATE TRUE
               WHEN FoundPropIdx = 0
                   DISPLAY "No Proposal for This Product and Size"
               WHEN NOT RpPending
                   DISPLAY "Proposal Already Accepted or Rejected"
               WHEN OTHER
                   SET RpRejected TO TRUE
                   MOVE ProposalData TO PTProposal(FoundPropIdx)
                   PERFORM SaveProposalTable
                   DISPLAY "Proposal Rejected"
           END-EVALUATE.
       AcceptAllProposals.
           DISPLAY " ".
           MOVE 0 TO PendingCount.
           PERFORM VARYING PropIdx FROM 1 BY 1
                   UNTIL PropIdx > PropCount
               MOVE PTProposal(PropIdx) TO ProposalData
               IF RpPending
                   ADD 1 TO PendingCount
               END-IF
           END-PERFORM.
           IF PendingCount = 0
               DISPLAY "No Pending Proposals"
           ELSE
               DISPLAY "Accept " PendingCount
                   " Pending Proposals (Y/N) : " WITH NO ADVANCING
               ACCEPT ConfirmReply
               IF ConfirmReply = 'Y' OR ConfirmReply = 'y'
                   PERFORM VARYING FoundPropIdx FROM 1 BY 1
                           UNTIL FoundPropIdx > PropCount
                       MOVE PTProposal(FoundPropIdx) TO ProposalData
                       IF RpPending
                           PERFORM ApplyOneProposal
                       END-IF
                   END-PERFORM
                   PERFORM SaveReorderTable
                   PERFORM SaveProposalTable
                   DISPLAY PendingCount " Reorder Levels Updated"
               ELSE
                   DISPLAY "Nothing Accepted"
               END-IF
           END-IF.
      * The accepted levels replace the item's reorder.dat entry, or
      * start one for an item not yet reordered automatically.
       ApplyOneProposal.
           MOVE 0 TO FoundReorderIdx.
           PERFORM VARYING ReorderIdx FROM 1 BY 1
                   UNTIL ReorderIdx > ReorderCount
               IF RTProdName(ReorderIdx) = RpProdName
                       AND RTSizeType(ReorderIdx) = RpSizeType
                   MOVE ReorderIdx TO FoundReorderIdx
               END-IF
           END-PERFORM.
           IF FoundReorderIdx = 0 AND ReorderCount < 500
               ADD 1 TO ReorderCount
               MOVE ReorderCount TO FoundReorderIdx
               MOVE RpProdName TO RTProdName(ReorderCount)
               MOVE RpSizeType TO RTSizeType(ReorderCount)
               MOVE ZEROS TO RTReorderPoint(ReorderCount)
               MOVE ZEROS TO RTOrderUpTo(ReorderCount)
           END-IF.
           IF FoundReorderIdx > 0
               MOVE SPACES TO AuditRecord
               MOVE "ROPCHG" TO AuditOperation
               MOVE ZEROS TO AuditIDNum
               MOVE RpProdName TO AuditBeforeFirstName
               MOVE SPACES TO LevelsText
               STRING RTReorderPoint(FoundReorderIdx) "/"
                   RTOrderUpTo(FoundReorderIdx)
                   DELIMITED BY SIZE INTO LevelsText
               END-STRING
               MOVE LevelsText TO AuditBeforeLastName
               MOVE RpSizeType TO AuditAfterFirstName
               MOVE SPACES TO LevelsText
               STRING RpNewReorder "/" RpNewUpTo
                   DELIMITED BY SIZE INTO LevelsText
               END-STRING
               MOVE LevelsText TO AuditAfterLastName
               MOVE "Demand recalculation" TO AuditReasonCode
               MOVE RTReorderPoint(FoundReorderIdx)
                   TO AuditBeforeAmount
               MOVE RpNewReorder TO AuditAfterAmount
               PERFORM WriteAuditRecord
               MOVE RpNewReorder TO RTReorderPoint(FoundReorderIdx)
               MOVE RpNewUpTo TO RTOrderUpTo(FoundReorderIdx)
               SET RpAccepted TO TRUE
               MOVE ProposalData TO PTProposal(FoundPropIdx)
           END-IF.
       SaveReorderTable.
           OPEN OUTPUT ReorderFile.
           PERFORM VARYING ReorderIdx FROM 1 BY 1
                   UNTIL ReorderIdx > ReorderCount
               MOVE RTProdName(ReorderIdx) TO RoProdName
               MOVE RTSizeType(ReorderIdx) TO RoSizeType
               MOVE RTReorderPoint(ReorderIdx) TO RoReorderPoint
               MOVE RTOrderUpTo(ReorderIdx) TO RoOrderUpTo
               WRITE ReorderRecord
           END-PERFORM.
           CLOSE ReorderFile.
       SaveProposalTable.
           OPEN OUTPUT ProposalFile.
           PERFORM VARYING PropIdx FROM 1 BY 1
                   UNTIL PropIdx > PropCount
               MOVE PTProposal(PropIdx) TO ProposalData
               WRITE ProposalData
           END-PERFORM.
           CLOSE ProposalFile.
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
