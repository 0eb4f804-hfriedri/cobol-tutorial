       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AuditFile ASSIGN TO AuditFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditFileStatus.
              SELECT OPTIONAL AuditCatFile ASSIGN TO "auditcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditCatStatus.
              SELECT ReportFile ASSIGN TO "auditrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
               02  AuditOperatorID        PIC X(8).
               02  AuditSeqNum            PIC 9(9).
               02  AuditChainValue        PIC 9(9).
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
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  AuditFileStatus            PIC XX.
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
       01  FilterFromDate             PIC 9(8) VALUE 0.
       01  FilterToDate               PIC 9(8) VALUE 0.
       01  FilterOperation            PIC X(10).
       Mainline.
           DISPLAY "AUDIT TRAIL INQUIRY REPORT".
           PERFORM AcceptFilters.
           MOVE FilterFromDate TO AuditRangeFrom.
           MOVE FilterToDate TO AuditRangeTo.
           PERFORM SelectAuditFiles.
           OPEN OUTPUT ReportFile.
           MOVE "AUDIT TRAIL REPORT" TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING AuditFileIdx FROM 1 BY 1
                   UNTIL AuditFileIdx > AfCount
               PERFORM ReportOneAuditFile
           END-PERFORM.
           PERFORM WriteOperationTotals.
           CLOSE ReportFile.
           DISPLAY "Audit Files Searched   : " AfCount
           DISPLAY "Audit Records Read     : " ReadCount
           DISPLAY "Audit Records Selected : " SelectedCount
           DISPLAY "Report Written to auditrpt.lst"
           STOP RUN.
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
       ReportOneAuditFile.
           MOVE AfName(AuditFileIdx) TO AuditFileName.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditFile.
           IF AuditFileStatus NOT = "00"
               DISPLAY "WARNING: " AuditFileName " not found"
               MOVE 4 TO RETURN-CODE
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
                   END-IF
               END-IF
           END-PERFORM.
           IF AuditFileStatus = "00" OR AuditFileStatus = "10"
               CLOSE AuditFile
           END-IF.
       AcceptFilters.
           DISPLAY "From Date YYYYMMDD (0 = All) : "
               WITH NO ADVANCING.
