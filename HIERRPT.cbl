       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIERRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL CustRelFile ASSIGN TO "custrel.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RelIDNum
                  ALTERNATE RECORD KEY IS RelParentID
                      WITH DUPLICATES.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT HierListFile ASSIGN TO "hierrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  CustomerFile.
       01  CustomerData.
               02  IDNum              PIC 9(6).
               02  FirstName          PIC X(15).
               02  LastName           PIC X(15).
               02  TaxID              PIC 9(9).
               02  CustAddress.
                   03  StreetNumber   PIC X(6).
                   03  StreetName     PIC X(20).
                   03  City           PIC X(15).
               02  DateOfBirth.
                   03  MOB            PIC 99.
                   03  DOB            PIC 99.
                   03  YOB            PIC 9(4).
               02  LastActivityDate.
                   03  LastActMonth   PIC 99.
                   03  LastActDay     PIC 99.
                   03  LastActYear    PIC 9(4).
               02  Balance            PIC S9(7)V99 VALUE ZEROS.
               02  CreditLimit        PIC S9(7)V99 VALUE ZEROS.
               02  RecStatus          PIC X VALUE SPACE.
                   88  RecordActive   VALUE SPACE.
                   88  RecordFrozen   VALUE 'F'.
                   88  RecordDormant  VALUE 'M'.
                   88  RecordClosed   VALUE 'C'.
                   88  RecordDeleted  VALUE 'D'.
                   88  RecordMerged   VALUE 'G'.
                   88  RecordLive     VALUES SPACE, 'F', 'M'.
               02  MergedToID         PIC 9(6).
               02  CustJurisCode      PIC X(5).
               02  DoNotMailFlag      PIC X.
                   88  DoNotMail      VALUE 'Y'.
               02  TaxIDVerifyStatus  PIC X.
                   88  TaxIDVerified  VALUE 'V'.
                   88  TaxIDVerFailed VALUE 'F'.
               02  CredScore          PIC 9(3).
               02  CredScoreDate      PIC 9(8).
               02  AddrStatus         PIC X.
                   88  AddrGood       VALUE SPACE.
                   88  AddrBad        VALUE 'B'.
       FD  CustRelFile.
       01  CustRelData.
               02  RelIDNum           PIC 9(6).
               02  RelParentID        PIC 9(6).
               02  RelGroupLimit      PIC S9(7)V99.
               02  RelConsolStmt      PIC X.
                   88  RelConsolidated VALUE 'Y'.
       FD  OpenItemFile.
       01  OpenItemData.
               02  OpenItemKey.
                   03  OiIDNum        PIC 9(6).
                   03  OiInvoiceNum   PIC 9(6).
               02  OiInvDate          PIC 9(8).
               02  OiOrderRef         PIC X(10).
               02  OiOrigAmount       PIC S9(7)V99.
               02  OiOpenAmount       PIC S9(7)V99.
               02  OiLastDate         PIC 9(8).
               02  OiStatus           PIC X.
                   88  OiItemOpen     VALUE 'O'.
                   88  OiItemClosed   VALUE 'C'.
                   88  OiItemVoided   VALUE 'X'.
       FD  HierListFile.
       01  HierListLine               PIC X(96).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  RelEOFFlag                 PIC X.
       01  ItemEOFFlag                PIC X.
       01  CustFoundFlag              PIC X.
       01  FamilyCount                PIC 9(5) VALUE 0.
       01  MemberCount                PIC 9(6) VALUE 0.
       01  OverLimitCount             PIC 9(5) VALUE 0.
       01  ParentIdx                  PIC 9(4).
       01  ParentTable.
               02  ParentCount        PIC 9(4) VALUE 0.
               02  ParentEntry        OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON ParentCount.
                   03  PTParentID     PIC 9(6).
                   03  PTGroupLimit   PIC S9(7)V99.
                   03  PTConsolStmt   PIC X.
       01  FamilyParentID             PIC 9(6).
       01  MemberRole                 PIC X(6).
       01  TodayInt                   PIC 9(8).
       01  ActDateInt                 PIC 9(8).
       01  WorkDays                   PIC S9(7).
       01  ItemsTotal                 PIC S9(9)V99.
       01  ResidualAmount             PIC S9(9)V99.
       01  AgeAmount                  PIC S9(9)V99.
       01  MemberBuckets.
               02  MemCurr            PIC S9(9)V99.
               02  Mem30              PIC S9(9)V99.
               02  Mem60              PIC S9(9)V99.
               02  Mem90              PIC S9(9)V99.
       01  FamilyTotals.
               02  FamBalance         PIC S9(9)V99.
               02  FamCurr            PIC S9(9)V99.
               02  Fam30              PIC S9(9)V99.
               02  Fam60              PIC S9(9)V99.
               02  Fam90              PIC S9(9)V99.
       01  GrandTotals.
               02  GrandBalance       PIC S9(9)V99 VALUE ZEROS.
               02  GrandCurr          PIC S9(9)V99 VALUE ZEROS.
               02  Grand30            PIC S9(9)V99 VALUE ZEROS.
               02  Grand60            PIC S9(9)V99 VALUE ZEROS.
               02  Grand90            PIC S9(9)V99 VALUE ZEROS.
       01  ReportID                   PIC ZZZZZ9.
       01  ReportBalance              PIC ZZZZZZZ9.99-.
       01  ReportCurr                 PIC ZZZZZZZ9.99-.
       01  Report30                   PIC ZZZZZZZ9.99-.
       01  Report60                   PIC ZZZZZZZ9.99-.
       01  Report90                   PIC ZZZZZZZ9.99-.
       01  ReportLimit                PIC ZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "CUSTOMER HIERARCHY REPORT".
           MOVE BusinessDate TO TodayInt.
           OPEN INPUT CustomerFile.
           OPEN INPUT CustRelFile.
           OPEN INPUT OpenItemFile.
           OPEN OUTPUT HierListFile.
           PERFORM LoadParents.
           PERFORM WriteReportHeader.
           PERFORM VARYING ParentIdx FROM 1 BY 1
                   UNTIL ParentIdx > ParentCount
               PERFORM ReportOneFamily
           END-PERFORM.
           PERFORM WriteGrandTotals.
           CLOSE CustomerFile.
           CLOSE CustRelFile.
           CLOSE OpenItemFile.
           CLOSE HierListFile.
           DISPLAY "Families Reported  : " FamilyCount.
           DISPLAY "Accounts Reported  : " MemberCount.
           DISPLAY "Over Group Limit   : " OverLimitCount.
           DISPLAY "END OF CUSTOMER HIERARCHY REPORT".
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
      * The parents are collected first so the children can then be
      * walked through the parent alternate key without disturbing the
      * primary key pass.
       LoadParents.
           MOVE ZEROS TO RelIDNum.
           START CustRelFile KEY IS NOT LESS THAN RelIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CustRelFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RelParentID = ZEROS
                   IF ParentCount < 2000
                       ADD 1 TO ParentCount
                       MOVE RelIDNum TO PTParentID(ParentCount)
                       MOVE RelGroupLimit
                           TO PTGroupLimit(ParentCount)
                       MOVE RelConsolStmt
                           TO PTConsolStmt(ParentCount)
                   ELSE
                       DISPLAY "WARNING: parent table full - "
                           RelIDNum " not reported"
                   END-IF
               END-IF
           END-PERFORM.
       WriteReportHeader.
           MOVE "CUSTOMER HIERARCHY - COMBINED BALANCE AND AGING"
               TO HierListLine.
           WRITE HierListLine.
           MOVE SPACES TO HierListLine.
           STRING "ROLE   ID     NAME                 BALANCE"
               "     CURRENT       31-60       61-90     OVER 90"
               DELIMITED BY SIZE INTO HierListLine
           END-STRING.
           WRITE HierListLine.
       ReportOneFamily.
           MOVE PTParentID(ParentIdx) TO FamilyParentID.
           INITIALIZE FamilyTotals.
           MOVE SPACES TO HierListLine.
           WRITE HierListLine.
           MOVE FamilyParentID TO IDNum.
           MOVE "PARENT" TO MemberRole.
           PERFORM ReportOneMember.
           MOVE FamilyParentID TO RelParentID.
           MOVE 'N' TO RelEOFFlag.
           START CustRelFile KEY IS EQUAL TO RelParentID
               INVALID KEY MOVE 'Y' TO RelEOFFlag
           END-START.
           PERFORM UNTIL RelEOFFlag = 'Y'
               READ CustRelFile NEXT RECORD
                   AT END MOVE 'Y' TO RelEOFFlag
               END-READ
               IF RelEOFFlag = 'N'
                   IF RelParentID NOT = FamilyParentID
                       MOVE 'Y' TO RelEOFFlag
                   ELSE
                       MOVE RelIDNum TO IDNum
                       MOVE " CHILD" TO MemberRole
                       PERFORM ReportOneMember
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO FamilyCount.
           PERFORM WriteFamilyTotal.
       ReportOneMember.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           MOVE IDNum TO ReportID.
           IF CustFoundFlag = 'N'
               MOVE SPACES TO HierListLine
               STRING MemberRole " " ReportID " (not on file)"
                   DELIMITED BY SIZE INTO HierListLine
               END-STRING
               WRITE HierListLine
           ELSE
               ADD 1 TO MemberCount
               PERFORM AgeMemberBalance
               ADD Balance TO FamBalance
               ADD MemCurr TO FamCurr
               ADD Mem30 TO Fam30
               ADD Mem60 TO Fam60
               ADD Mem90 TO Fam90
               MOVE Balance TO ReportBalance
               MOVE MemCurr TO ReportCurr
               MOVE Mem30 TO Report30
               MOVE Mem60 TO Report60
               MOVE Mem90 TO Report90
               MOVE SPACES TO HierListLine
               STRING MemberRole " " ReportID " " LastName
                   ReportBalance ReportCurr Report30 Report60
                   Report90
                   DELIMITED BY SIZE INTO HierListLine
               END-STRING
               WRITE HierListLine
           END-IF.
      * Aged the same way as the aged receivables report: open invoices
      * by invoice date, the rest of the balance by last activity.
       AgeMemberBalance.
           INITIALIZE MemberBuckets.
           MOVE ZEROS TO ItemsTotal.
           MOVE IDNum TO OiIDNum.
           MOVE ZEROS TO OiInvoiceNum.
           MOVE 'N' TO ItemEOFFlag.
           START OpenItemFile KEY IS NOT LESS THAN OpenItemKey
               INVALID KEY MOVE 'Y' TO ItemEOFFlag
           END-START.
           PERFORM UNTIL ItemEOFFlag = 'Y'
               READ OpenItemFile NEXT RECORD
                   AT END MOVE 'Y' TO ItemEOFFlag
               END-READ
               IF ItemEOFFlag = 'N'
                   IF OiIDNum NOT = IDNum
                       MOVE 'Y' TO ItemEOFFlag
                   ELSE
                       IF OiItemOpen AND OiOpenAmount NOT = ZEROS
                           ADD OiOpenAmount TO ItemsTotal
                           MOVE OiOpenAmount TO AgeAmount
                           MOVE OiInvDate TO ActDateInt
                           PERFORM AddToBucket
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE ResidualAmount = Balance - ItemsTotal.
           IF ResidualAmount NOT = ZEROS
               MOVE ResidualAmount TO AgeAmount
               IF LastActYear = 0
                   MOVE ZEROS TO ActDateInt
               ELSE
                   COMPUTE ActDateInt = LastActYear * 10000
                       + LastActMonth * 100 + LastActDay
               END-IF
               PERFORM AddToBucket
           END-IF.
       AddToBucket.
           IF ActDateInt = ZEROS
               MOVE 99999 TO WorkDays
           ELSE
               COMPUTE WorkDays =
                   FUNCTION INTEGER-OF-DATE(TodayInt)
                   - FUNCTION INTEGER-OF-DATE(ActDateInt)
           END-IF.
           EVALUATE TRUE
               WHEN WorkDays <= 30
                   ADD AgeAmount TO MemCurr
               WHEN WorkDays <= 60
                   ADD AgeAmount TO Mem30
               WHEN WorkDays <= 90
                   ADD AgeAmount TO Mem60
               WHEN OTHER
                   ADD AgeAmount TO Mem90
           END-EVALUATE.
       WriteFamilyTotal.
           MOVE FamBalance TO ReportBalance.
           MOVE FamCurr TO ReportCurr.
           MOVE Fam30 TO Report30.
           MOVE Fam60 TO Report60.
           MOVE Fam90 TO Report90.
           MOVE SPACES TO HierListLine.
           STRING "FAMILY TOTAL                 " ReportBalance
               ReportCurr Report30 Report60 Report90
               DELIMITED BY SIZE INTO HierListLine
           END-STRING.
           WRITE HierListLine.
           MOVE PTGroupLimit(ParentIdx) TO ReportLimit.
           MOVE SPACES TO HierListLine.
           IF PTGroupLimit(ParentIdx) > ZEROS
                   AND FamBalance > PTGroupLimit(ParentIdx)
               ADD 1 TO OverLimitCount
               STRING "GROUP LIMIT                  " ReportLimit
                   "  *** GROUP OVER LIMIT ***"
                   DELIMITED BY SIZE INTO HierListLine
               END-STRING
           ELSE
               STRING "GROUP LIMIT                  " ReportLimit
                   "  Consolidated Statement: "
                   PTConsolStmt(ParentIdx)
                   DELIMITED BY SIZE INTO HierListLine
               END-STRING
           END-IF.
           WRITE HierListLine.
           ADD FamBalance TO GrandBalance.
           ADD FamCurr TO GrandCurr.
           ADD Fam30 TO Grand30.
           ADD Fam60 TO Grand60.
           ADD Fam90 TO Grand90.
       WriteGrandTotals.
           MOVE GrandBalance TO ReportBalance.
           MOVE GrandCurr TO ReportCurr.
           MOVE Grand30 TO Report30.
           MOVE Grand60 TO Report60.
           MOVE Grand90 TO Report90.
           MOVE SPACES TO HierListLine.
           WRITE HierListLine.
           MOVE SPACES TO HierListLine.
           STRING "ALL FAMILIES                 " ReportBalance
               ReportCurr Report30 Report60 Report90
               DELIMITED BY SIZE INTO HierListLine
           END-STRING.
           WRITE HierListLine.
           MOVE SPACES TO HierListLine.
           STRING "Families " FamilyCount "  Accounts " MemberCount
               "  Over Group Limit " OverLimitCount
               DELIMITED BY SIZE INTO HierListLine
           END-STRING.
           WRITE HierListLine.
