       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITCLS.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditFileStatus.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT PartitionFile ASSIGN TO PartitionName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PartitionStatus.
              SELECT OPTIONAL AuditCatFile ASSIGN TO "auditcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditCatStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PartitionFile.
       01  PartitionRecord            PIC X(161).
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
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  AuditFileStatus            PIC XX.
       01  AuditChnStatus             PIC XX.
       01  AuditCatStatus             PIC XX.
       01  PartitionStatus            PIC XX.
       01  PartitionName              PIC X(16).
       01  PartitionMonth             PIC 9(6).
       01  EndOfFileFlag              PIC X.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  ExpectedChain              PIC 9(9).
       01  ExpectedSeq                PIC 9(9).
       01  BreakCount                 PIC 9(4) VALUE 0.
       01  FirstBreakSeq              PIC 9(9) VALUE ZEROS.
       01  CatalogCount               PIC 9(4) VALUE 0.
       01  AlreadyClosedFlag          PIC X VALUE 'N'.
       01  OpenChainValue             PIC 9(9) VALUE ZEROS.
       01  OpenSeq                    PIC 9(9) VALUE ZEROS.
       01  FirstSeqSeen               PIC 9(9) VALUE ZEROS.
       01  LastSeqSeen                PIC 9(9) VALUE ZEROS.
       01  LastChainSeen              PIC 9(9) VALUE ZEROS.
       01  RecordsRead                PIC 9(7) VALUE 0.
       01  RecordsCopied              PIC 9(7) VALUE 0.
       01  FirstRecordDate            PIC 9(8) VALUE 0.
       01  LastRecordDate             PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "AUDIT LOG MONTH-END PARTITION".
           PERFORM GetProcessingDate.
           MOVE BusinessDate(1:6) TO PartitionMonth.
           MOVE SPACES TO PartitionName.
           STRING "audit" PartitionMonth ".log"
               DELIMITED BY SIZE INTO PartitionName
           END-STRING.
           DISPLAY "Partition     : " PartitionName.
           PERFORM ReadCatalog.
           IF AlreadyClosedFlag = 'Y'
               DISPLAY "ERROR: " PartitionMonth " already partitioned "
                   "in auditcat.dat - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VerifyCurrentLog.
           IF AuditFileStatus NOT = "00" AND AuditFileStatus NOT = "10"
               DISPLAY "ERROR: audit.log not found - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BreakCount > 0
               DISPLAY "ERROR: audit.log chain break at sequence "
                   FirstBreakSeq " - log not partitioned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RecordsRead = 0
               DISPLAY "audit.log Is Empty - Nothing to Partition"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CheckChainControl.
           IF BreakCount > 0
               DISPLAY "ERROR: auditchn.dat does not match the last "
                   "audit record - log not partitioned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CopyToPartition.
           IF RecordsCopied NOT = RecordsRead
               DISPLAY "ERROR: " RecordsCopied " of " RecordsRead
                   " records copied to " PartitionName
                   " - log not partitioned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CheckChainControl.
           IF BreakCount > 0
               DISPLAY "ERROR: audit.log written to during the close "
                   "- log not partitioned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM AddCatalogEntry.
           PERFORM StartNewLog.
           DISPLAY "Records Partitioned : " RecordsRead.
           DISPLAY "Sequence Range      : " FirstSeqSeen " - "
               LastSeqSeen.
           DISPLAY "Closing Chain Value : " LastChainSeen.
           DISPLAY "END OF AUDIT LOG PARTITION".
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
      * The new partition must chain on from the last one catalogued.
       ReadCatalog.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditCatFile.
           IF AuditCatStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditCatFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO CatalogCount
                   MOVE CatLastSeq TO OpenSeq
                   MOVE CatCloseChain TO OpenChainValue
                   IF CatMonth = PartitionMonth
                       MOVE 'Y' TO AlreadyClosedFlag
                   END-IF
               END-IF
           END-PERFORM.
           IF AuditCatStatus = "00" OR AuditCatStatus = "05"
                   OR AuditCatStatus = "10"
               CLOSE AuditCatFile
           END-IF.
      * First pass: the whole of audit.log must verify, starting from
      * the closing chain of the previous partition, before any of it
      * is moved.
       VerifyCurrentLog.
           MOVE OpenChainValue TO PriorChainValue.
           MOVE OpenSeq TO ExpectedSeq.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditFile.
           IF AuditFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM VerifyOneRecord
               END-IF
           END-PERFORM.
           IF AuditFileStatus = "00" OR AuditFileStatus = "10"
               CLOSE AuditFile
           END-IF.
       VerifyOneRecord.
           ADD 1 TO RecordsRead.
           IF AuditTimestamp(1:8) IS NUMERIC
               IF FirstRecordDate = 0
                   MOVE AuditTimestamp(1:8) TO FirstRecordDate
               END-IF
               MOVE AuditTimestamp(1:8) TO LastRecordDate
           END-IF.
           IF AuditSeqNum IS NUMERIC AND AuditSeqNum NOT = ZEROS
               ADD 1 TO ExpectedSeq
               PERFORM ComputeExpectedChain
               IF AuditSeqNum NOT = ExpectedSeq
                       OR AuditChainValue NOT = ExpectedChain
                   ADD 1 TO BreakCount
                   IF BreakCount = 1
                       MOVE AuditSeqNum TO FirstBreakSeq
                   END-IF
                   MOVE AuditSeqNum TO ExpectedSeq
               END-IF
               IF FirstSeqSeen = ZEROS
                   MOVE AuditSeqNum TO FirstSeqSeen
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
       CheckChainControl.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus NOT = "00"
               ADD 1 TO BreakCount
           ELSE
               READ AuditChainFile
                   AT END ADD 1 TO BreakCount
                   NOT AT END
                       IF AcLastSeq NOT = LastSeqSeen
                               OR AcLastChain NOT = LastChainSeen
                           ADD 1 TO BreakCount
                       END-IF
               END-READ
               CLOSE AuditChainFile
           END-IF.
      * Second pass: the verified log is copied record for record into
      * the dated partition file.
       CopyToPartition.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditFile.
           OPEN OUTPUT PartitionFile.
           IF PartitionStatus NOT = "00"
               DISPLAY "ERROR: cannot create " PartitionName
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   MOVE AuditRecord TO PartitionRecord
                   WRITE PartitionRecord
                   IF PartitionStatus = "00"
                       ADD 1 TO RecordsCopied
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AuditFile.
           IF PartitionStatus = "00"
               CLOSE PartitionFile
           END-IF.
       AddCatalogEntry.
           IF FirstRecordDate = 0
               MOVE BusinessDate TO FirstRecordDate
               MOVE BusinessDate TO LastRecordDate
           END-IF.
           OPEN EXTEND AuditCatFile.
           MOVE PartitionMonth TO CatMonth.
           MOVE PartitionName TO CatPartName.
           MOVE FirstRecordDate TO CatFromDate.
           MOVE LastRecordDate TO CatToDate.
           MOVE FirstSeqSeen TO CatFirstSeq.
           MOVE LastSeqSeen TO CatLastSeq.
           MOVE OpenChainValue TO CatOpenChain.
           MOVE LastChainSeen TO CatCloseChain.
           MOVE RecordsRead TO CatRecCount.
           MOVE BusinessDate TO CatClosedOn.
           WRITE AuditCatRecord.
           CLOSE AuditCatFile.
      * The new audit.log opens with an AUDITPART record chained from
      * the closing value in auditchn.dat. It names the partition and
      * carries the closing chain value and sequence in the before
      * name fields, so the new log can be verified on its own.
       StartNewLog.
           OPEN OUTPUT AuditFile.
           MOVE SPACES TO AuditRecord.
           MOVE "AUDITPART" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE LastChainSeen TO AuditBeforeFirstName.
           MOVE LastSeqSeen TO AuditBeforeLastName.
           MOVE PartitionName TO AuditReasonCode.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE RecordsRead TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           CLOSE AuditFile.
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
