              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT OPTIONAL RefChkFile ASSIGN TO "refchk.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CkNumber
                  ALTERNATE RECORD KEY IS CkIDNum
                      WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
       01  AuditChainRecord.
               02  AcLastSeq          PIC 9(9).
               02  AcLastChain        PIC 9(9).
       FD  RefChkFile.
       01  RefChkData.
               02  CkNumber           PIC 9(8).
               02  CkIDNum            PIC 9(6).
               02  CkIssueDate        PIC 9(8).
               02  CkAmount           PIC 9(7)V99.
               02  CkPayee            PIC X(30).
               02  CkStatus           PIC X.
                   88  CkIssued       VALUE 'I'.
                   88  CkCleared      VALUE 'P'.
                   88  CkVoided       VALUE 'V'.
                   88  CkStopped      VALUE 'S'.
               02  CkClearDate        PIC 9(8).
               02  CkClearAmount      PIC 9(7)V99.
               02  CkVoidDate         PIC 9(8).
               02  CkStaleFlag        PIC X.
                   88  CkStale        VALUE 'Y'.
       WORKING-STORAGE SECTION.
       01  LockBusyFlag               PIC X.
       01  LockAction                 PIC X(4).
       01  SetDormantCount            PIC 9(5) VALUE 0.
       01  EscheatCount               PIC 9(5) VALUE 0.
       01  EscheatTotal               PIC 9(9)V99 VALUE ZEROS.
       01  CheckEOFFlag               PIC X VALUE 'N'.
       01  StaleCheckCount            PIC 9(5) VALUE 0.
       01  StaleCheckTotal            PIC 9(9)V99 VALUE ZEROS.
       01  CreditAmount               PIC 9(7)V99.
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
               DELIMITED BY SIZE INTO EscheatReportLine
           END-STRING.
           WRITE EscheatReportLine.
           PERFORM ReportStaleChecks.
           CLOSE CustomerFile.
           CLOSE AuditFile.
           CLOSE EscheatReportFile.
           PERFORM ReleaseCustLock.
           DISPLAY "Accounts Set Dormant : " SetDormantCount
           DISPLAY "Escheatment Accounts : " EscheatCount
           DISPLAY "Uncashed Stale Checks: " StaleCheckCount
           DISPLAY "Report Written to escheat.lst"
           DISPLAY "END OF DORMANCY REVIEW".
           STOP RUN.
               DELIMITED BY SIZE INTO EscheatReportLine
           END-STRING.
           WRITE EscheatReportLine.
      * Refund checks the cleared-check reconciliation has flagged as
      * stale are unclaimed property in their own right, whatever the
      * state of the customer's account.
       ReportStaleChecks.
           MOVE SPACES TO EscheatReportLine.
           WRITE EscheatReportLine.
           MOVE "ESCHEATMENT REVIEW - UNCASHED REFUND CHECKS"
               TO EscheatReportLine.
           WRITE EscheatReportLine.
           MOVE SPACES TO EscheatReportLine.
           WRITE EscheatReportLine.
           OPEN INPUT RefChkFile.
           MOVE ZEROS TO CkNumber.
           START RefChkFile KEY IS NOT LESS THAN CkNumber
               INVALID KEY MOVE 'Y' TO CheckEOFFlag
           END-START.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ RefChkFile NEXT RECORD
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N' AND CkIssued AND CkStale
                   PERFORM ReportOneStaleCheck
               END-IF
           END-PERFORM.
           CLOSE RefChkFile.
           MOVE SPACES TO EscheatReportLine.
           WRITE EscheatReportLine.
           MOVE StaleCheckTotal TO ReportTotal.
           MOVE SPACES TO EscheatReportLine.
           STRING "CHECKS FOR FILING : " StaleCheckCount
               "  UNCASHED TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO EscheatReportLine
           END-STRING.
           WRITE EscheatReportLine.
       ReportOneStaleCheck.
           ADD 1 TO StaleCheckCount.
           ADD CkAmount TO StaleCheckTotal.
           MOVE CkAmount TO ReportAmount.
           MOVE SPACES TO EscheatReportLine.
           STRING "Check " CkNumber " Customer " CkIDNum " "
               FUNCTION TRIM(CkPayee)
               " Amount " ReportAmount
               " Issued " CkIssueDate
               DELIMITED BY SIZE INTO EscheatReportLine
           END-STRING.
           WRITE EscheatReportLine.
       ChainAuditRecord.
           MOVE ZEROS TO PriorChainValue.
           MOVE ZEROS TO AcLastSeq.
