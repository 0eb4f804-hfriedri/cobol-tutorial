       01  YearsClosed                PIC 99.
       01  ArchIdx                    PIC 9(5).
       01  AuditIdx                   PIC 9(5).
       01  AuditSeqBase               PIC 9(9).
       01  ScrubIdx                   PIC 9(5).
       01  ScrubMatchFlag             PIC X.
       01  ScrubbedCount              PIC 9(5) VALUE 0.
           END-IF.
           IF AuditCount > 0
               OPEN OUTPUT AuditFile
               PERFORM FindAuditChainStart
               PERFORM VARYING AuditIdx FROM 1 BY 1
                       UNTIL AuditIdx > AuditCount
                   MOVE AUTRecord(AuditIdx) TO AuditRecord
                   COMPUTE AuditSeqNum = AuditSeqBase + AuditIdx
                   PERFORM ComputeChainValue
                   WRITE AuditRecord
               END-PERFORM
               CLOSE AuditFile
               PERFORM SaveAuditChain
           END-IF.
      * Once the log has been partitioned by AUDITCLS it opens with an
      * AUDITPART record carrying the closing chain value and sequence
      * of the partition before it; the rewritten log chains on from
      * there so the boundary still verifies.
       FindAuditChainStart.
           MOVE ZEROS TO PriorChainValue.
           MOVE ZEROS TO AuditSeqBase.
           MOVE AUTRecord(1) TO AuditRecord.
           IF AuditOperation = "AUDITPART"
                   AND AuditBeforeFirstName(1:9) IS NUMERIC
                   AND AuditBeforeLastName(1:9) IS NUMERIC
               MOVE AuditBeforeFirstName(1:9) TO PriorChainValue
               MOVE AuditBeforeLastName(1:9) TO AuditSeqBase
           END-IF.
       ComputeChainValue.
           MOVE 0 TO ChainWork.
           PERFORM VARYING ChainIdx FROM 1 BY 1
