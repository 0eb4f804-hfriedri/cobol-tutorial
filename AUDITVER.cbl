       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AuditFile ASSIGN TO AuditFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditFileStatus.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT OPTIONAL AuditCatFile ASSIGN TO "auditcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditCatStatus.
              SELECT ReportFile ASSIGN TO "auditver.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
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
       FD  ReportFile.
       01  ReportLine                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  AuditFileStatus            PIC XX.
       01  AuditChnStatus             PIC XX.
       01  FirstBreakSeq              PIC 9(9) VALUE ZEROS.
       01  LastSeqSeen                PIC 9(9) VALUE ZEROS.
       01  LastChainSeen              PIC 9(9) VALUE ZEROS.
       01  FromMonth                  PIC 9(6) VALUE 0.
       01  ToMonth                    PIC 9(6) VALUE 0.
       01  LastCatMonth               PIC 9(6) VALUE 0.
       01  PrevCatLastSeq             PIC 9(9).
       01  PrevCatCloseChain          PIC 9(9).
       01  FileRecords                PIC 9(7).
       01  FilesVerified              PIC 9(3) VALUE 0.
       01  CurrentLogFlag             PIC X VALUE 'N'.
       01  AuditFileName              PIC X(16) VALUE "audit.log".
       01  AuditCatStatus             PIC XX.
       01  AuditCatEOF                PIC X.
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
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "AUDIT TRAIL INTEGRITY VERIFICATION".
           PERFORM AcceptMonthRange.
           OPEN OUTPUT ReportFile.
           MOVE "AUDIT TRAIL INTEGRITY REPORT" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "PARTITION MONTHS " FromMonth " TO " ToMonth
               "  (ZERO = OPEN ENDED)"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           PERFORM SelectPartitions.
           IF AfCount = 0
               CLOSE ReportFile
               DISPLAY "No Audit Partitions in the Requested Range"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AfOpenChain(1) TO PriorChainValue.
           IF AfFirstSeq(1) > 0
               COMPUTE ExpectedSeq = AfFirstSeq(1) - 1
           END-IF.
           PERFORM VARYING AuditFileIdx FROM 1 BY 1
                   UNTIL AuditFileIdx > AfCount
               PERFORM VerifyOneFile
           END-PERFORM.
           IF CurrentLogFlag = 'Y'
               PERFORM VerifyChainControl
           END-IF.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "FILES VERIFIED : " FilesVerified
               "  RECORDS VERIFIED : " RecordsVerified
               "  UNCHAINED (PRE-CONVERSION) : " UnchainedCount
               "  BREAKS : " BreakCount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           CLOSE ReportFile.
           DISPLAY "Files Verified   : " FilesVerified
           DISPLAY "Records Verified : " RecordsVerified
           DISPLAY "Unchained        : " UnchainedCount
           DISPLAY "Chain Breaks     : " BreakCount
           DISPLAY "Report Written to auditver.lst"
           DISPLAY "END OF AUDIT VERIFICATION".
           STOP RUN.
      * A month range of partitions closed off by AUDITCLS. Zeros (a
      * blank card) verify from the first partition through the
      * current audit.log.
       AcceptMonthRange.
           DISPLAY "From Month YYYYMM (0 = First Partition) : "
               WITH NO ADVANCING.
           ACCEPT FromMonth.
           DISPLAY "To Month YYYYMM (0 = Current Log) : "
               WITH NO ADVANCING.
           ACCEPT ToMonth.
      * Each partition selected must open on the chain value and
      * sequence its predecessor in the catalog closed on, whether or
      * not the predecessor is itself in the range.
       SelectPartitions.
           MOVE 0 TO AfCount.
           MOVE ZEROS TO PrevCatLastSeq.
           MOVE ZEROS TO PrevCatCloseChain.
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
                   IF (FromMonth = 0 OR CatMonth >= FromMonth)
                       AND (ToMonth = 0 OR CatMonth <= ToMonth)
                       AND AfCount < 500
                       PERFORM AddPartition
                   END-IF
                   MOVE CatMonth TO LastCatMonth
                   MOVE CatLastSeq TO PrevCatLastSeq
                   MOVE CatCloseChain TO PrevCatCloseChain
               END-IF
           END-PERFORM.
           IF AuditCatStatus = "00" OR AuditCatStatus = "05"
                   OR AuditCatStatus = "10"
               CLOSE AuditCatFile
           END-IF.
           MOVE PrevCatLastSeq TO AuditLastCloseSeq.
           MOVE PrevCatCloseChain TO AuditLastCloseChain.
           IF ToMonth = 0 OR ToMonth > LastCatMonth
               PERFORM AddCurrentAuditLog
               MOVE 'Y' TO CurrentLogFlag
           END-IF.
       AddPartition.
           ADD 1 TO AfCount.
           MOVE CatPartName TO AfName(AfCount).
           MOVE CatMonth TO AfMonth(AfCount).
           MOVE CatFirstSeq TO AfFirstSeq(AfCount).
           MOVE CatLastSeq TO AfLastSeq(AfCount).
           MOVE CatOpenChain TO AfOpenChain(AfCount).
           MOVE CatCloseChain TO AfCloseChain(AfCount).
           MOVE CatRecCount TO AfRecCount(AfCount).
           IF CatOpenChain NOT = PrevCatCloseChain
                   OR CatFirstSeq NOT = PrevCatLastSeq + 1
               ADD 1 TO BreakCount
               IF FirstBreakSeq = ZEROS
                   MOVE CatFirstSeq TO FirstBreakSeq
               END-IF
               MOVE SPACES TO ReportLine
               STRING "*** CATALOG GAP BEFORE " CatPartName
                   " OPENS SEQ " CatFirstSeq " CHAIN " CatOpenChain
                   " PRIOR CLOSED SEQ " PrevCatLastSeq
                   " CHAIN " PrevCatCloseChain
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
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
      * At every boundary after the first file the chain as actually
      * read must stand where the catalog says the next file opens.
      * A closed partition must also end where the catalog says.
       VerifyOneFile.
           MOVE AfName(AuditFileIdx) TO AuditFileName.
           IF AuditFileIdx > 1
               MOVE SPACES TO ReportLine
               IF PriorChainValue NOT = AfOpenChain(AuditFileIdx)
                       OR ExpectedSeq + 1
                           NOT = AfFirstSeq(AuditFileIdx)
                   ADD 1 TO BreakCount
                   IF FirstBreakSeq = ZEROS
                       MOVE AfFirstSeq(AuditFileIdx) TO FirstBreakSeq
                   END-IF
                   STRING "*** GAP AT BOUNDARY INTO " AuditFileName
                       " CHAIN READ " PriorChainValue
                       " CATALOG " AfOpenChain(AuditFileIdx) " ***"
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
                   MOVE AfOpenChain(AuditFileIdx) TO PriorChainValue
                   COMPUTE ExpectedSeq =
                       AfFirstSeq(AuditFileIdx) - 1
               ELSE
                   STRING "BOUNDARY INTO " AuditFileName
                       " AT SEQ " AfFirstSeq(AuditFileIdx)
                       " CHAIN " PriorChainValue " CONTINUOUS"
                       DELIMITED BY SIZE INTO ReportLine
                   END-STRING
               END-IF
               WRITE ReportLine
           END-IF.
           MOVE 0 TO FileRecords.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditFile.
           IF AuditFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
               ADD 1 TO BreakCount
               IF FirstBreakSeq = ZEROS
                   MOVE AfFirstSeq(AuditFileIdx) TO FirstBreakSeq
               END-IF
               MOVE SPACES TO ReportLine
               STRING "*** " AuditFileName " NOT FOUND ***"
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
           ELSE
               ADD 1 TO FilesVerified
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO FileRecords
                   PERFORM VerifyOneRecord
               END-IF
           END-PERFORM.
           IF AuditFileStatus = "00" OR AuditFileStatus = "10"
               CLOSE AuditFile
               IF AfMonth(AuditFileIdx) > 0
                   PERFORM VerifyPartitionClose
               END-IF
           END-IF.
       VerifyPartitionClose.
           IF FileRecords NOT = AfRecCount(AuditFileIdx)
                   OR LastSeqSeen NOT = AfLastSeq(AuditFileIdx)
                   OR LastChainSeen NOT = AfCloseChain(AuditFileIdx)
               ADD 1 TO BreakCount
               IF FirstBreakSeq = ZEROS
                   MOVE LastSeqSeen TO FirstBreakSeq
               END-IF
               MOVE SPACES TO ReportLine
               STRING "*** " AuditFileName " DOES NOT CLOSE AS "
                   "CATALOGUED - RECORDS " FileRecords
                   " LAST SEQ " LastSeqSeen " ***"
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
               WRITE ReportLine
           END-IF.
       VerifyOneRecord.
           ADD 1 TO RecordsVerified.
           IF AuditSeqNum IS NOT NUMERIC OR AuditSeqNum = ZEROS
               PriorChainValue * 7 + ChainWork, 1000000000).
       ReportOneBreak.
           ADD 1 TO BreakCount.
           IF FirstBreakSeq = ZEROS
               MOVE AuditSeqNum TO FirstBreakSeq
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "*** BREAK IN " AuditFileName
               " AT RECORD " FileRecords
               " SEQ " AuditSeqNum
               " OP " AuditOperation
               " TS " AuditTimestamp(1:14)
