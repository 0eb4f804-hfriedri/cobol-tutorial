       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OperatorFile ASSIGN TO "operator.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OperFileStatus.
              SELECT OPTIONAL PendLimitFile ASSIGN TO "pendlim.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PendFileStatus.
              SELECT OPTIONAL PendWofFile ASSIGN TO "pendwof.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WofFileStatus.
              SELECT AuditFile ASSIGN TO AuditFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditFileStatus.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT OPTIONAL AuditCatFile ASSIGN TO "auditcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditCatStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT ReportFile ASSIGN TO "sodrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
       01  OperatorRecord.
               02  OpID               PIC X(8).
               02  OpPswdHash         PIC 9(9).
               02  OpRole             PIC X.
               02  OpStatus           PIC X.
                   88  OpActive       VALUE SPACE.
                   88  OpDisabled     VALUE 'D'.
                   88  OpLocked       VALUE 'L'.
               02  OpPswdDate         PIC 9(8).
               02  OpForceChange      PIC X.
               02  OpFailCount        PIC 9.
       FD  PendLimitFile.
       01  PendRecord.
               02  PendIDNum          PIC 9(6).
               02  PendOldLimit       PIC S9(7)V99.
               02  PendNewLimit       PIC S9(7)V99.
               02  PendOperator       PIC X(8).
               02  PendDate           PIC 9(8).
               02  PendStatus         PIC X.
                   88  PendApproved   VALUE 'A'.
       FD  PendWofFile.
       01  PendWofRecord.
               02  WofIDNum           PIC 9(6).
               02  WofAmount          PIC 9(7)V99.
               02  WofReason          PIC X(20).
               02  WofOperator        PIC X(8).
               02  WofDate            PIC 9(8).
               02  WofStatus          PIC X.
                   88  WofApproved    VALUE 'A'.
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
      * One line per closed audit log partition, oldest first. The
      * open chain is the chain value the partition's first record was
      * chained from; the close chain is that of its last record.
       FD  AuditCatFile.
       01  AuditCatRecord.
               02  CatMonth           PIC 9(6).
               02  CatPartName        PIC X(16).
               02  CatFromDate        PIC 9(8).
               02  CatToDate          PIC 9(8).
               02  CatFirstSeq        PIC 9(9).
               02  CatLastSeq         PIC 9(9).
               02  CatOpenChain       PIC 9(9).
               02  CatCloseChain      PIC 9(9).
               02  CatRecCount        PIC 9(7).
               02  CatClosedOn        PIC 9(8).
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
       01  OperFileStatus             PIC XX.
       01  PendFileStatus             PIC XX.
       01  WofFileStatus              PIC XX.
       01  AuditFileStatus            PIC XX.
       01  AuditChnStatus             PIC XX.
       01  AuditFileName              PIC X(16) VALUE "audit.log".
       01  AuditCatStatus             PIC XX.
       01  AuditCatEOF                PIC X.
       01  AuditRangeFrom             PIC 9(8) VALUE 0.
       01  AuditRangeTo               PIC 9(8) VALUE 0.
       01  AuditLastCatDate           PIC 9(8).
       01  AuditLastCloseSeq          PIC 9(9).
       01  AuditLastCloseChain        PIC 9(9).
       01  AuditFileIdx               PIC 9(3).
      * The audit files to read for the range, oldest first, with the
      * catalog figures for each; audit.log itself is always last.
       01  AuditFileTable.
               02  AfCount            PIC 9(3) VALUE 0.
               02  AfEntry            OCCURS 1 TO 501 TIMES
                                      DEPENDING ON AfCount.
                   03  AfName         PIC X(16).
                   03  AfMonth        PIC 9(6).
                   03  AfFirstSeq     PIC 9(9).
                   03  AfLastSeq      PIC 9(9).
                   03  AfOpenChain    PIC 9(9).
                   03  AfCloseChain   PIC 9(9).
                   03  AfRecCount     PIC 9(7).
       01  EndOfFileFlag              PIC X.
       01  PeriodCard                 PIC X(17).
       01  PeriodFrom                 PIC 9(8).
       01  PeriodTo                   PIC 9(8).
       01  AuditDate                  PIC X(8).
       01  InPeriodFlag               PIC X.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9) VALUE ZEROS.
       01  ExpectedChain              PIC 9(9).
       01  ExpectedSeq                PIC 9(9) VALUE ZEROS.
       01  RecordsChecked             PIC 9(7) VALUE 0.
       01  RecordsInPeriod            PIC 9(7) VALUE 0.
       01  UnchainedCount             PIC 9(7) VALUE 0.
       01  BreakCount                 PIC 9(4) VALUE 0.
       01  FirstBreakSeq              PIC 9(9) VALUE ZEROS.
       01  FirstSeqInPeriod           PIC 9(9) VALUE ZEROS.
       01  LastSeqInPeriod            PIC 9(9) VALUE ZEROS.
       01  LastSeqSeen                PIC 9(9) VALUE ZEROS.
       01  LastChainSeen              PIC 9(9) VALUE ZEROS.
       01  ChainControlText           PIC X(30).
       01  ViolationCount             PIC 9(5) VALUE 0.
       01  ViolationText              PIC X(30).
       01  ViolationOpID              PIC X(8).
       01  ViolationDetail            PIC X(30).
       01  SubjectOpID                PIC X(8).
       01  RequesterOpID              PIC X(8).
       01  WofAmountWork              PIC S9(7)V99.
       01  ShowAmount                 PIC Z(6)9.99-.
       01  FoundIdx                   PIC 9(4).
       01  OpIdx                      PIC 9(4).
       01  SearchIdx                  PIC 9(5).
       01  MakerFoundFlag             PIC X.
       01  ApprovalFlag               PIC X.
       01  MakerFlag                  PIC X.
      * Every operator on file and every ID seen in the audit trail.
      * Disabled state is replayed from the OPDISABLE / OPENABLE
      * records so activity is judged against the status at the time.
       01  SodOperTable.
               02  SodOperCount       PIC 9(4) VALUE 0.
               02  SodOperEntry       OCCURS 1 TO 200 TIMES
                                      DEPENDING ON SodOperCount.
                   03  SoOpID         PIC X(8).
                   03  SoRole         PIC X.
                   03  SoStatus       PIC X.
                   03  SoOnFile       PIC X.
                   03  SoDisabledNow  PIC X.
                   03  SoHeldSuper    PIC X.
                   03  SoHeldOper     PIC X.
                   03  SoActivity     PIC 9(6).
                   03  SoApprovals    PIC 9(5).
                   03  SoCustChanges  PIC 9(5).
                   03  SoSelfApprove  PIC 9(4).
                   03  SoMakerApprove PIC 9(4).
                   03  SoDisabledAct  PIC 9(4).
                   03  SoSelfAdmin    PIC 9(4).
                   03  SoRoleConflict PIC 9(4).
       01  MakerTable.
               02  MakerCount         PIC 9(5) VALUE 0.
               02  MakerEntry         OCCURS 1 TO 9000 TIMES
                                      DEPENDING ON MakerCount.
                   03  MkIDNum        PIC 9(6).
                   03  MkOpID         PIC X(8).
       01  PendLimTable.
               02  PendLimCount       PIC 9(4) VALUE 0.
               02  PendLimEntry       OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON PendLimCount.
                   03  PlIDNum        PIC 9(6).
                   03  PlNewLimit     PIC S9(7)V99.
                   03  PlOperator     PIC X(8).
                   03  PlUsed         PIC X.
       01  PendWofTable.
               02  PendWofCount       PIC 9(4) VALUE 0.
               02  PendWofEntry       OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON PendWofCount.
                   03  PwIDNum        PIC 9(6).
                   03  PwAmount       PIC 9(7)V99.
                   03  PwOperator     PIC X(8).
                   03  PwUsed         PIC X.
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "SEGREGATION OF DUTIES REVIEW".
           PERFORM GetProcessingDate.
           PERFORM GetReviewPeriod.
           PERFORM SelectAuditFiles.
           PERFORM LoadOperators.
           PERFORM LoadPendingLimits.
           PERFORM LoadPendingWriteOffs.
           OPEN OUTPUT ReportFile.
           PERFORM WriteReportHeading.
           PERFORM VARYING AuditFileIdx FROM 1 BY 1
                   UNTIL AuditFileIdx > AfCount
               PERFORM ReviewOneAuditFile
           END-PERFORM.
           PERFORM CheckChainControl.
           PERFORM ReportRoleConflicts.
           PERFORM WriteChainEvidence.
           PERFORM WriteOperatorSummary.
           CLOSE ReportFile.
           DISPLAY "Audit Records Checked : " RecordsChecked
           DISPLAY "Records in Period     : " RecordsInPeriod
           DISPLAY "Violations            : " ViolationCount
           DISPLAY "Chain Breaks          : " BreakCount
           DISPLAY "Report Written to sodrpt.lst"
           EVALUATE TRUE
               WHEN BreakCount > 0
                   DISPLAY "*** AUDIT TRAIL INTEGRITY BREAK - REVIEW "
                       "CANNOT BE RELIED ON ***"
                   MOVE 8 TO RETURN-CODE
               WHEN ViolationCount > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "END OF SEGREGATION OF DUTIES REVIEW".
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
      * The SYSIN card gives the review period as two YYYYMMDD dates.
      * Without one the period is the processing month to date.
       GetReviewPeriod.
           MOVE SPACES TO PeriodCard.
           ACCEPT PeriodCard.
           IF PeriodCard(1:8) IS NUMERIC AND PeriodCard(10:8) IS NUMERIC
               MOVE PeriodCard(1:8) TO PeriodFrom
               MOVE PeriodCard(10:8) TO PeriodTo
           ELSE
               MOVE BusinessDate TO PeriodFrom
               MOVE "01" TO PeriodFrom(7:2)
               MOVE BusinessDate TO PeriodTo
           END-IF.
           DISPLAY "Review Period : " PeriodFrom " - " PeriodTo.
       LoadOperators.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT OperatorFile.
           IF OperFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
               DISPLAY "WARNING: operator.dat not found"
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND SodOperCount < 200
                   ADD 1 TO SodOperCount
                   MOVE SodOperCount TO OpIdx
                   PERFORM ClearOperatorEntry
                   MOVE OpID TO SoOpID(OpIdx)
                   MOVE OpRole TO SoRole(OpIdx)
                   MOVE OpStatus TO SoStatus(OpIdx)
                   MOVE 'Y' TO SoOnFile(OpIdx)
                   PERFORM NoteRoleHeld
               END-IF
           END-PERFORM.
           IF OperFileStatus = "00" OR OperFileStatus = "10"
               CLOSE OperatorFile
           END-IF.
       ClearOperatorEntry.
           MOVE SPACES TO SoOpID(OpIdx).
           MOVE SPACE TO SoRole(OpIdx).
           MOVE SPACE TO SoStatus(OpIdx).
           MOVE 'N' TO SoOnFile(OpIdx).
           MOVE 'N' TO SoDisabledNow(OpIdx).
           MOVE 'N' TO SoHeldSuper(OpIdx).
           MOVE 'N' TO SoHeldOper(OpIdx).
           MOVE 0 TO SoActivity(OpIdx).
           MOVE 0 TO SoApprovals(OpIdx).
           MOVE 0 TO SoCustChanges(OpIdx).
           MOVE 0 TO SoSelfApprove(OpIdx).
           MOVE 0 TO SoMakerApprove(OpIdx).
           MOVE 0 TO SoDisabledAct(OpIdx).
           MOVE 0 TO SoSelfAdmin(OpIdx).
           MOVE 0 TO SoRoleConflict(OpIdx).
       NoteRoleHeld.
           EVALUATE SoRole(OpIdx)
               WHEN 'S' MOVE 'Y' TO SoHeldSuper(OpIdx)
               WHEN 'O' MOVE 'Y' TO SoHeldOper(OpIdx)
           END-EVALUATE.
      * Approved requests still on the pending files name the operator
      * who asked for them; the approver comes from the audit trail.
       LoadPendingLimits.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PendLimitFile.
           IF PendFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PendLimitFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND PendApproved
                       AND PendLimCount < 3000
                   ADD 1 TO PendLimCount
                   MOVE PendIDNum TO PlIDNum(PendLimCount)
                   MOVE PendNewLimit TO PlNewLimit(PendLimCount)
                   MOVE PendOperator TO PlOperator(PendLimCount)
                   MOVE 'N' TO PlUsed(PendLimCount)
               END-IF
           END-PERFORM.
           IF PendFileStatus = "00" OR PendFileStatus = "05"
                   OR PendFileStatus = "10"
               CLOSE PendLimitFile
           END-IF.
       LoadPendingWriteOffs.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PendWofFile.
           IF WofFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PendWofFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND WofApproved
                       AND PendWofCount < 3000
                   ADD 1 TO PendWofCount
                   MOVE WofIDNum TO PwIDNum(PendWofCount)
                   MOVE WofAmount TO PwAmount(PendWofCount)
                   MOVE WofOperator TO PwOperator(PendWofCount)
                   MOVE 'N' TO PwUsed(PendWofCount)
               END-IF
           END-PERFORM.
           IF WofFileStatus = "00" OR WofFileStatus = "05"
                   OR WofFileStatus = "10"
               CLOSE PendWofFile
           END-IF.
       WriteReportHeading.
           MOVE "SEGREGATION OF DUTIES VIOLATION REPORT" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "PROCESSING DATE " BusinessDate
               "   REVIEW PERIOD " PeriodFrom " - " PeriodTo
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "SEQUENCE  DATE     OPERATOR "
               "VIOLATION                      CUST   DETAIL"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
      * The audit trail is audit.log plus the monthly partitions that
      * AUDITCLS has closed off into auditcat.dat. Only the partitions
      * whose dates overlap AuditRangeFrom to AuditRangeTo (zero leaves
      * that end open) are listed, and audit.log unless the range ends
      * before the newest partition does.
       SelectAuditFiles.
           MOVE 0 TO AfCount.
           MOVE 0 TO AuditLastCatDate.
           MOVE ZEROS TO AuditLastCloseSeq.
           MOVE ZEROS TO AuditLastCloseChain.
           MOVE 'N' TO AuditCatEOF.
           OPEN INPUT AuditCatFile.
           IF AuditCatStatus NOT = "00"
               MOVE 'Y' TO AuditCatEOF
           END-IF.
           PERFORM UNTIL AuditCatEOF = 'Y'
               READ AuditCatFile
                   AT END MOVE 'Y' TO AuditCatEOF
               END-READ
               IF AuditCatEOF = 'N'
                   MOVE CatToDate TO AuditLastCatDate
                   MOVE CatLastSeq TO AuditLastCloseSeq
                   MOVE CatCloseChain TO AuditLastCloseChain
                   IF (AuditRangeFrom = 0
                           OR CatToDate >= AuditRangeFrom)
                       AND (AuditRangeTo = 0
                           OR CatFromDate <= AuditRangeTo)
                       AND AfCount < 500
                       ADD 1 TO AfCount
                       MOVE CatPartName TO AfName(AfCount)
                       MOVE CatMonth TO AfMonth(AfCount)
                       MOVE CatFirstSeq TO AfFirstSeq(AfCount)
                       MOVE CatLastSeq TO AfLastSeq(AfCount)
                       MOVE CatOpenChain TO AfOpenChain(AfCount)
                       MOVE CatCloseChain TO AfCloseChain(AfCount)
                       MOVE CatRecCount TO AfRecCount(AfCount)
                   END-IF
               END-IF
           END-PERFORM.
           IF AuditCatStatus = "00" OR AuditCatStatus = "05"
                   OR AuditCatStatus = "10"
               CLOSE AuditCatFile
           END-IF.
           IF AuditRangeTo = 0 OR AuditRangeTo >= AuditLastCatDate
               PERFORM AddCurrentAuditLog
           END-IF.
       AddCurrentAuditLog.
           ADD 1 TO AfCount.
           MOVE "audit.log" TO AfName(AfCount).
           MOVE 0 TO AfMonth(AfCount).
           COMPUTE AfFirstSeq(AfCount) = AuditLastCloseSeq + 1.
           MOVE ZEROS TO AfLastSeq(AfCount).
           MOVE AuditLastCloseChain TO AfOpenChain(AfCount).
           MOVE ZEROS TO AfCloseChain(AfCount).
           MOVE 0 TO AfRecCount(AfCount).
      * Operator state is built up from the start of the trail, so every
      * closed audit log partition is read ahead of audit.log.
       ReviewOneAuditFile.
           MOVE AfName(AuditFileIdx) TO AuditFileName.
           OPEN INPUT AuditFile.
           IF AuditFileStatus NOT = "00"
               DISPLAY "ERROR: " AuditFileName " not found - run "
                   "abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO EndOfFileFlag.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM CheckChainPosition
                   PERFORM ReviewOneAuditRecord
               END-IF
           END-PERFORM.
           CLOSE AuditFile.
      * The chain is recomputed as AUDITVER does, so the report states
      * exactly which stretch of the trail it relied on.
       CheckChainPosition.
           ADD 1 TO RecordsChecked.
           IF AuditSeqNum IS NOT NUMERIC OR AuditSeqNum = ZEROS
               ADD 1 TO UnchainedCount
           ELSE
               ADD 1 TO ExpectedSeq
               PERFORM ComputeExpectedChain
               IF AuditSeqNum NOT = ExpectedSeq
                   PERFORM NoteChainBreak
                   MOVE AuditSeqNum TO ExpectedSeq
               ELSE
                   IF AuditChainValue NOT = ExpectedChain
                       PERFORM NoteChainBreak
                   END-IF
               END-IF
               MOVE AuditChainValue TO PriorChainValue
               MOVE AuditSeqNum TO LastSeqSeen
               MOVE AuditChainValue TO LastChainSeen
           END-IF.
       ComputeExpectedChain.
           MOVE 0 TO ChainWork.
           PERFORM VARYING ChainIdx FROM 1 BY 1
                   UNTIL ChainIdx > 152
               COMPUTE ChainWork = ChainWork
                   + FUNCTION ORD(AuditRecord(ChainIdx:1))
                   * ChainIdx
           END-PERFORM.
           COMPUTE ExpectedChain = FUNCTION MOD(
               PriorChainValue * 7 + ChainWork, 1000000000).
       NoteChainBreak.
           ADD 1 TO BreakCount.
           IF BreakCount = 1
               MOVE AuditSeqNum TO FirstBreakSeq
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "*** AUDIT CHAIN BREAK AT SEQ " AuditSeqNum
               " OP " AuditOperation
               " TS " AuditTimestamp(1:14)
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
       CheckChainControl.
           MOVE "NOT ON FILE" TO ChainControlText.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus = "00"
               READ AuditChainFile
                   AT END CONTINUE
                   NOT AT END
                       IF AcLastSeq = LastSeqSeen
                               AND AcLastChain = LastChainSeen
                           MOVE "AGREES" TO ChainControlText
                       ELSE
                           MOVE "DOES NOT AGREE" TO ChainControlText
                           ADD 1 TO BreakCount
                           IF FirstBreakSeq = ZEROS
                               MOVE LastSeqSeen TO FirstBreakSeq
                           END-IF
                       END-IF
               END-READ
               CLOSE AuditChainFile
           END-IF.
      * Operator state (disabled, roles held, customers touched) is
      * replayed over the whole trail; only actions inside the review
      * period are counted and reported.
       ReviewOneAuditRecord.
           MOVE AuditTimestamp(1:8) TO AuditDate.
           MOVE 'N' TO InPeriodFlag.
           IF AuditDate IS NUMERIC
               IF AuditDate >= PeriodFrom AND AuditDate <= PeriodTo
                   MOVE 'Y' TO InPeriodFlag
               END-IF
           END-IF.
           MOVE AuditOperatorID TO SubjectOpID.
           PERFORM FindOrAddOperator.
           MOVE FoundIdx TO OpIdx.
           IF InPeriodFlag = 'Y'
               ADD 1 TO RecordsInPeriod
               IF FirstSeqInPeriod = ZEROS
                   MOVE AuditSeqNum TO FirstSeqInPeriod
               END-IF
               MOVE AuditSeqNum TO LastSeqInPeriod
               ADD 1 TO SoActivity(OpIdx)
               IF SoDisabledNow(OpIdx) = 'Y'
                   ADD 1 TO SoDisabledAct(OpIdx)
                   MOVE "ACTIVITY WHILE DISABLED" TO ViolationText
                   MOVE AuditOperation TO ViolationDetail
                   PERFORM WriteViolation
               END-IF
           END-IF.
           EVALUATE AuditOperation
               WHEN "OPDISABLE"
               WHEN "OPENABLE"
               WHEN "OPRESET"
               WHEN "OPROLE"
               WHEN "OPADD"
                   PERFORM ReviewOperatorAdmin
               WHEN "LIMAPPR"
               WHEN "WOFAPPR"
               WHEN "REFREL"
                   PERFORM ReviewApproval
               WHEN OTHER
                   PERFORM CheckCustomerChange
           END-EVALUATE.
       FindOrAddOperator.
           MOVE 0 TO FoundIdx.
           PERFORM VARYING SearchIdx FROM 1 BY 1
                   UNTIL SearchIdx > SodOperCount OR FoundIdx > 0
               IF SoOpID(SearchIdx) = SubjectOpID
                   MOVE SearchIdx TO FoundIdx
               END-IF
           END-PERFORM.
           IF FoundIdx = 0
               IF SodOperCount < 200
                   ADD 1 TO SodOperCount
                   MOVE SodOperCount TO FoundIdx
                   MOVE FoundIdx TO OpIdx
                   PERFORM ClearOperatorEntry
                   MOVE SubjectOpID TO SoOpID(FoundIdx)
               ELSE
                   MOVE SodOperCount TO FoundIdx
               END-IF
           END-IF.
      * The operator acted on is carried in the before last name of an
      * operator administration record, and a role change carries the
      * role given up in the before first name; the role taken on is
      * the next change's old role or the role on file.
       ReviewOperatorAdmin.
           MOVE AuditBeforeLastName(1:8) TO SubjectOpID.
           PERFORM FindOrAddOperator.
           EVALUATE AuditOperation
               WHEN "OPDISABLE"
                   MOVE 'Y' TO SoDisabledNow(FoundIdx)
               WHEN "OPENABLE"
               WHEN "OPRESET"
                   MOVE 'N' TO SoDisabledNow(FoundIdx)
               WHEN "OPROLE"
                   IF InPeriodFlag = 'Y'
                       EVALUATE AuditBeforeFirstName(1:1)
                           WHEN 'S' MOVE 'Y' TO SoHeldSuper(FoundIdx)
                           WHEN 'O' MOVE 'Y' TO SoHeldOper(FoundIdx)
                       END-EVALUATE
                   END-IF
           END-EVALUATE.
           IF InPeriodFlag = 'Y'
                   AND AuditBeforeLastName(1:8) = AuditOperatorID
               MOVE AuditOperatorID TO SubjectOpID
               PERFORM FindOrAddOperator
               MOVE FoundIdx TO OpIdx
               ADD 1 TO SoSelfAdmin(OpIdx)
               MOVE "ADMINISTERED OWN OPERATOR ID" TO ViolationText
               MOVE AuditOperation TO ViolationDetail
               PERFORM WriteViolation
           END-IF.
      * Customer adds and maintenance changes are remembered by
      * customer and operator, so a later approval for the same
      * customer by the same operator is caught.
       CheckCustomerChange.
           MOVE 'N' TO MakerFlag.
           EVALUATE AuditOperation
               WHEN "ADD"
               WHEN "UPDATE"
               WHEN "UPDADDR"
               WHEN "UPDBAL"
               WHEN "UPDDOB"
               WHEN "UPDTAXID"
               WHEN "UPDMAIL"
               WHEN "UPDCONT"
               WHEN "UPDCYCLE"
               WHEN "STATUS"
               WHEN "REINSTATE"
               WHEN "CUSTCCY"
               WHEN "CRMUPD"
               WHEN "DQFIX"
                   MOVE 'Y' TO MakerFlag
           END-EVALUATE.
           IF MakerFlag = 'Y' AND AuditIDNum IS NUMERIC
                   AND AuditIDNum > 0
               IF InPeriodFlag = 'Y'
                   ADD 1 TO SoCustChanges(OpIdx)
               END-IF
               PERFORM FindMaker
               IF MakerFoundFlag = 'N' AND MakerCount < 9000
                   ADD 1 TO MakerCount
                   MOVE AuditIDNum TO MkIDNum(MakerCount)
                   MOVE AuditOperatorID TO MkOpID(MakerCount)
               END-IF
           END-IF.
       FindMaker.
           MOVE 'N' TO MakerFoundFlag.
           PERFORM VARYING SearchIdx FROM 1 BY 1
                   UNTIL SearchIdx > MakerCount OR MakerFoundFlag = 'Y'
               IF MkIDNum(SearchIdx) = AuditIDNum
                       AND MkOpID(SearchIdx) = AuditOperatorID
                   MOVE 'Y' TO MakerFoundFlag
               END-IF
           END-PERFORM.
       ReviewApproval.
           MOVE SPACES TO RequesterOpID.
           EVALUATE AuditOperation
               WHEN "LIMAPPR"
                   PERFORM FindLimitRequester
               WHEN "WOFAPPR"
                   PERFORM FindWriteOffRequester
           END-EVALUATE.
           IF InPeriodFlag = 'Y'
               ADD 1 TO SoApprovals(OpIdx)
               IF RequesterOpID = AuditOperatorID
                   ADD 1 TO SoSelfApprove(OpIdx)
                   MOVE "REQUESTED AND APPROVED" TO ViolationText
                   MOVE AuditOperation TO ViolationDetail
                   PERFORM WriteViolation
               END-IF
               PERFORM FindMaker
               IF MakerFoundFlag = 'Y'
                   ADD 1 TO SoMakerApprove(OpIdx)
                   MOVE "CHANGED CUSTOMER THEN APPROVED"
                       TO ViolationText
                   MOVE AuditOperation TO ViolationDetail
                   PERFORM WriteViolation
               END-IF
           END-IF.
      * Each approved request is matched to one approval only, by
      * customer and new limit.
       FindLimitRequester.
           MOVE 'N' TO ApprovalFlag.
           PERFORM VARYING SearchIdx FROM 1 BY 1
                   UNTIL SearchIdx > PendLimCount OR ApprovalFlag = 'Y'
               IF PlIDNum(SearchIdx) = AuditIDNum
                       AND PlNewLimit(SearchIdx) = AuditAfterAmount
                       AND PlUsed(SearchIdx) = 'N'
                   MOVE 'Y' TO PlUsed(SearchIdx)
                   MOVE PlOperator(SearchIdx) TO RequesterOpID
                   MOVE 'Y' TO ApprovalFlag
               END-IF
           END-PERFORM.
      * A write-off approval carries the balance before and after, so
      * the amount written off is their difference.
       FindWriteOffRequester.
           COMPUTE WofAmountWork = AuditBeforeAmount - AuditAfterAmount.
           MOVE 'N' TO ApprovalFlag.
           PERFORM VARYING SearchIdx FROM 1 BY 1
                   UNTIL SearchIdx > PendWofCount OR ApprovalFlag = 'Y'
               IF PwIDNum(SearchIdx) = AuditIDNum
                       AND PwAmount(SearchIdx) = WofAmountWork
                       AND PwUsed(SearchIdx) = 'N'
                   MOVE 'Y' TO PwUsed(SearchIdx)
                   MOVE PwOperator(SearchIdx) TO RequesterOpID
                   MOVE 'Y' TO ApprovalFlag
               END-IF
           END-PERFORM.
       WriteViolation.
           ADD 1 TO ViolationCount.
           MOVE SPACES TO ReportLine.
           STRING AuditSeqNum " " AuditDate " " AuditOperatorID " "
               ViolationText " " AuditIDNum " " ViolationDetail
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
      * A supervisor may approve and an operator may request; holding
      * both roles in the same period lets one person do both.
       ReportRoleConflicts.
           PERFORM VARYING OpIdx FROM 1 BY 1
                   UNTIL OpIdx > SodOperCount
               IF SoHeldSuper(OpIdx) = 'Y' AND SoHeldOper(OpIdx) = 'Y'
                   ADD 1 TO SoRoleConflict(OpIdx)
                   ADD 1 TO ViolationCount
                   MOVE SPACES TO ReportLine
                   STRING "         " " " PeriodTo " " SoOpID(OpIdx)
                       " CONFLICTING ROLES HELD         "
                       "SUPERVISOR AND OPERATOR IN PERIOD"
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   WRITE ReportLine
               END-IF
           END-PERFORM.
           IF ViolationCount = 0
               MOVE "NO VIOLATIONS FOUND IN THE REVIEW PERIOD"
                   TO ReportLine
               WRITE ReportLine
           END-IF.
       WriteChainEvidence.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "AUDIT TRAIL POSITION CHECKED" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "  RECORDS READ " RecordsChecked
               "  UNCHAINED " UnchainedCount
               "  CHAIN BREAKS " BreakCount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "  PERIOD SEQ " FirstSeqInPeriod " - "
               LastSeqInPeriod "  RECORDS " RecordsInPeriod
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "  LAST SEQ " LastSeqSeen "  CHAIN VALUE "
               LastChainSeen "  CHAIN CONTROL " ChainControlText
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           IF BreakCount > 0
               MOVE SPACES TO ReportLine
               STRING "  *** FIRST BREAK AT SEQ " FirstBreakSeq
                   " - FINDINGS CANNOT BE RELIED ON ***"
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
           END-IF.
       WriteOperatorSummary.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE "SUMMARY BY OPERATOR" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "OPERATOR ROLE STATUS       ACTIONS APPROV CUSTCHG "
               "SELFAPP MAKRAPP DISABLD SELFADM ROLECNF"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           PERFORM VARYING OpIdx FROM 1 BY 1
                   UNTIL OpIdx > SodOperCount
               MOVE SPACES TO ReportLine
               EVALUATE TRUE
                   WHEN SoOnFile(OpIdx) = 'N'
                       MOVE "NOT ON FILE" TO ChainControlText
                   WHEN SoStatus(OpIdx) = 'D'
                       MOVE "DISABLED" TO ChainControlText
                   WHEN SoStatus(OpIdx) = 'L'
                       MOVE "LOCKED" TO ChainControlText
                   WHEN OTHER
                       MOVE "ACTIVE" TO ChainControlText
               END-EVALUATE
               STRING SoOpID(OpIdx) " " SoRole(OpIdx) "    "
                   ChainControlText(1:11) "   " SoActivity(OpIdx)
                   "  " SoApprovals(OpIdx)
                   "   " SoCustChanges(OpIdx)
                   "    " SoSelfApprove(OpIdx)
                   "    " SoMakerApprove(OpIdx)
                   "    " SoDisabledAct(OpIdx)
                   "    " SoSelfAdmin(OpIdx)
                   "    " SoRoleConflict(OpIdx)
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
           END-PERFORM.
