       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIERMNT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CustFoundFlag              PIC X.
       01  RelFoundFlag               PIC X.
       01  RelEOFFlag                 PIC X.
       01  LinkOKFlag                 PIC X.
       01  ChildIDNum                 PIC 9(6).
       01  ParentIDNum                PIC 9(6).
       01  FamilyParentID             PIC 9(6).
       01  ChildCount                 PIC 9(4).
       01  ChildBalance               PIC S9(7)V99.
       01  GroupBalance               PIC S9(9)V99.
       01  OldGroupLimit              PIC S9(7)V99.
       01  NewGroupLimit              PIC S9(7)V99.
       01  NewConsolFlag              PIC X.
       01  ConfirmFlag                PIC X.
       01  DisplayID                  PIC ZZZZZ9.
       01  DisplayAmount              PIC -,---,--9.99.
       01  DisplayGroup               PIC -,---,---,--9.99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "CUSTOMER HIERARCHY MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN INPUT CustomerFile.
           OPEN I-O CustRelFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CUSTOMER HIERARCHY"
               DISPLAY "1: Show Family"
               DISPLAY "2: Link Child to Parent"
               DISPLAY "3: Unlink Child"
               DISPLAY "4: Set Group Limit / Consolidated Statement"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ShowFamily
                   WHEN 2 PERFORM LinkChild
                   WHEN 3 PERFORM UnlinkChild
                   WHEN 4 PERFORM SetGroupLimit
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE CustRelFile.
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
       ReadCustomer.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'Y' AND NOT RecordLive
               MOVE 'N' TO CustFoundFlag
           END-IF.
       ReadRelation.
           MOVE 'Y' TO RelFoundFlag.
           READ CustRelFile
               INVALID KEY MOVE 'N' TO RelFoundFlag
           END-READ.
      * Counts the children hanging off FamilyParentID through the
      * parent alternate key and totals their balances.
       CountChildren.
           MOVE 0 TO ChildCount.
           MOVE ZEROS TO ChildBalance.
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
                       ADD 1 TO ChildCount
                       MOVE RelIDNum TO IDNum
                       PERFORM ReadCustomer
                       IF CustFoundFlag = 'Y'
                           ADD Balance TO ChildBalance
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       ShowFamily.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT ChildIDNum.
           MOVE ChildIDNum TO RelIDNum.
           PERFORM ReadRelation.
           IF RelFoundFlag = 'N'
               DISPLAY "Customer " ChildIDNum " is not in a family"
           ELSE
               IF RelParentID = ZEROS
                   MOVE RelIDNum TO FamilyParentID
               ELSE
                   MOVE RelParentID TO FamilyParentID
               END-IF
               PERFORM ShowFamilyTree
           END-IF.
       ShowFamilyTree.
           MOVE FamilyParentID TO RelIDNum.
           PERFORM ReadRelation.
           IF RelFoundFlag = 'N'
               MOVE ZEROS TO RelGroupLimit
               MOVE 'N' TO RelConsolStmt
           END-IF.
           MOVE RelGroupLimit TO OldGroupLimit.
           MOVE RelConsolStmt TO NewConsolFlag.
           MOVE FamilyParentID TO IDNum.
           PERFORM ReadCustomer.
           MOVE FamilyParentID TO DisplayID.
           MOVE ZEROS TO GroupBalance.
           IF CustFoundFlag = 'Y'
               MOVE Balance TO DisplayAmount
               ADD Balance TO GroupBalance
               DISPLAY "Parent " DisplayID " " FirstName " "
                   LastName " " DisplayAmount
           ELSE
               DISPLAY "Parent " DisplayID " (not on file)"
           END-IF.
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
                       MOVE RelIDNum TO DisplayID
                       PERFORM ReadCustomer
                       IF CustFoundFlag = 'Y'
                           MOVE Balance TO DisplayAmount
                           ADD Balance TO GroupBalance
                           DISPLAY "   Child " DisplayID " "
                               FirstName " " LastName " "
                               DisplayAmount
                       ELSE
                           DISPLAY "   Child " DisplayID
                               " (not on file)"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE GroupBalance TO DisplayGroup.
           DISPLAY "Group Balance         : " DisplayGroup.
           MOVE OldGroupLimit TO DisplayAmount.
           DISPLAY "Group Limit           : " DisplayAmount.
           DISPLAY "Consolidated Statement: " NewConsolFlag.
           IF OldGroupLimit > ZEROS AND GroupBalance > OldGroupLimit
               DISPLAY "*** GROUP OVER LIMIT ***"
           END-IF.
      * Only one level is kept: a parent cannot itself be a child and a
      * customer that already heads a family cannot be linked under
      * another parent.
       LinkChild.
           DISPLAY "Child Customer ID  : " WITH NO ADVANCING.
           ACCEPT ChildIDNum.
           DISPLAY "Parent Customer ID : " WITH NO ADVANCING.
           ACCEPT ParentIDNum.
           MOVE 'Y' TO LinkOKFlag.
           IF ChildIDNum = ParentIDNum
               DISPLAY "A customer cannot be its own parent"
               MOVE 'N' TO LinkOKFlag
           END-IF.
           IF LinkOKFlag = 'Y'
               MOVE ParentIDNum TO IDNum
               PERFORM ReadCustomer
               IF CustFoundFlag = 'N'
                   DISPLAY "Parent " ParentIDNum
                       " not found or not live"
                   MOVE 'N' TO LinkOKFlag
               END-IF
           END-IF.
           IF LinkOKFlag = 'Y'
               MOVE ChildIDNum TO IDNum
               PERFORM ReadCustomer
               IF CustFoundFlag = 'N'
                   DISPLAY "Child " ChildIDNum " not found or not live"
                   MOVE 'N' TO LinkOKFlag
               END-IF
           END-IF.
           IF LinkOKFlag = 'Y'
               MOVE ParentIDNum TO RelIDNum
               PERFORM ReadRelation
               IF RelFoundFlag = 'Y' AND RelParentID NOT = ZEROS
                   DISPLAY "Customer " ParentIDNum " is a child of "
                       RelParentID " and cannot be a parent"
                   MOVE 'N' TO LinkOKFlag
               END-IF
           END-IF.
           IF LinkOKFlag = 'Y'
               MOVE ChildIDNum TO FamilyParentID
               PERFORM CountChildren
               IF ChildCount > 0
                   DISPLAY "Customer " ChildIDNum " heads a family of "
                       ChildCount " and cannot be linked"
                   MOVE 'N' TO LinkOKFlag
               END-IF
           END-IF.
           IF LinkOKFlag = 'Y'
               MOVE ChildIDNum TO RelIDNum
               PERFORM ReadRelation
               IF RelFoundFlag = 'Y' AND RelParentID NOT = ZEROS
                   DISPLAY "Customer " ChildIDNum
                       " is already linked to " RelParentID
                       " - unlink it first"
                   MOVE 'N' TO LinkOKFlag
               END-IF
           END-IF.
           IF LinkOKFlag = 'Y'
               PERFORM SaveChildLink
           END-IF.
       SaveChildLink.
           MOVE ParentIDNum TO RelIDNum.
           PERFORM ReadRelation.
           IF RelFoundFlag = 'N'
               MOVE ParentIDNum TO RelIDNum
               MOVE ZEROS TO RelParentID
               MOVE ZEROS TO RelGroupLimit
               MOVE 'N' TO RelConsolStmt
               WRITE CustRelData
                   INVALID KEY DISPLAY "Parent relation not written"
               END-WRITE
           END-IF.
           MOVE ChildIDNum TO RelIDNum.
           PERFORM ReadRelation.
           MOVE ChildIDNum TO RelIDNum.
           MOVE ParentIDNum TO RelParentID.
           MOVE ZEROS TO RelGroupLimit.
           MOVE 'N' TO RelConsolStmt.
           MOVE 'Y' TO LinkOKFlag.
           IF RelFoundFlag = 'Y'
               REWRITE CustRelData
                   INVALID KEY MOVE 'N' TO LinkOKFlag
               END-REWRITE
           ELSE
               WRITE CustRelData
                   INVALID KEY MOVE 'N' TO LinkOKFlag
               END-WRITE
           END-IF.
           IF LinkOKFlag = 'Y'
               MOVE "HIERLINK" TO AuditOperation
               PERFORM WriteHierarchyAudit
               DISPLAY "Customer " ChildIDNum " linked to parent "
                   ParentIDNum
           ELSE
               DISPLAY "Link not saved"
           END-IF.
       UnlinkChild.
           DISPLAY "Child Customer ID : " WITH NO ADVANCING.
           ACCEPT ChildIDNum.
           MOVE ChildIDNum TO RelIDNum.
           PERFORM ReadRelation.
           IF RelFoundFlag = 'N' OR RelParentID = ZEROS
               DISPLAY "Customer " ChildIDNum " is not a child account"
           ELSE
               MOVE RelParentID TO ParentIDNum
               DISPLAY "Unlink " ChildIDNum " from parent "
                   ParentIDNum " (Y/N) : " WITH NO ADVANCING
               ACCEPT ConfirmFlag
               IF ConfirmFlag = 'Y' OR ConfirmFlag = 'y'
                   PERFORM RemoveChildLink
               ELSE
                   DISPLAY "Unlink cancelled"
               END-IF
           END-IF.
       RemoveChildLink.
           MOVE 'Y' TO LinkOKFlag.
           DELETE CustRelFile RECORD
               INVALID KEY MOVE 'N' TO LinkOKFlag
           END-DELETE.
           IF LinkOKFlag = 'Y'
               MOVE ChildIDNum TO IDNum
               PERFORM ReadCustomer
               MOVE "HIERUNLK" TO AuditOperation
               PERFORM WriteHierarchyAudit
               DISPLAY "Customer " ChildIDNum " unlinked"
           ELSE
               DISPLAY "Link not removed"
           END-IF.
      * The group limit is a credit decision and is restricted to
      * supervisors, as are individual limit changes.
       SetGroupLimit.
           MOVE 'Y' TO LinkOKFlag.
           IF NOT OpIsSupervisor
               DISPLAY "Group limits require a supervisor sign-on"
               MOVE 'N' TO LinkOKFlag
           END-IF.
           IF LinkOKFlag = 'Y'
               DISPLAY "Parent Customer ID : " WITH NO ADVANCING
               ACCEPT ParentIDNum
               MOVE ParentIDNum TO IDNum
               PERFORM ReadCustomer
               IF CustFoundFlag = 'N'
                   DISPLAY "Parent " ParentIDNum
                       " not found or not live"
                   MOVE 'N' TO LinkOKFlag
               END-IF
           END-IF.
           IF LinkOKFlag = 'Y'
               MOVE ParentIDNum TO RelIDNum
               PERFORM ReadRelation
               IF RelFoundFlag = 'Y' AND RelParentID NOT = ZEROS
                   DISPLAY "Customer " ParentIDNum " is a child of "
                       RelParentID
                   MOVE 'N' TO LinkOKFlag
               END-IF
           END-IF.
           IF LinkOKFlag = 'Y'
               PERFORM AcceptGroupSettings
           END-IF.
       AcceptGroupSettings.
           IF RelFoundFlag = 'N'
               MOVE ZEROS TO RelGroupLimit
               MOVE 'N' TO RelConsolStmt
           END-IF.
           MOVE RelGroupLimit TO OldGroupLimit.
           MOVE OldGroupLimit TO DisplayAmount.
           DISPLAY "Current Group Limit : " DisplayAmount.
           DISPLAY "Consolidated Statement : " RelConsolStmt.
           DISPLAY "New Group Limit (0 = None) : " WITH NO ADVANCING.
           ACCEPT NewGroupLimit.
           DISPLAY "Consolidated Statement (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT NewConsolFlag.
           IF NewConsolFlag = 'y'
               MOVE 'Y' TO NewConsolFlag
           END-IF.
           IF NewConsolFlag NOT = 'Y'
               MOVE 'N' TO NewConsolFlag
           END-IF.
           IF NewGroupLimit < ZEROS
               DISPLAY "Group limit cannot be negative"
           ELSE
               MOVE ParentIDNum TO RelIDNum
               MOVE ZEROS TO RelParentID
               MOVE NewGroupLimit TO RelGroupLimit
               MOVE NewConsolFlag TO RelConsolStmt
               IF RelFoundFlag = 'Y'
                   REWRITE CustRelData
                       INVALID KEY MOVE 'N' TO LinkOKFlag
                   END-REWRITE
               ELSE
                   WRITE CustRelData
                       INVALID KEY MOVE 'N' TO LinkOKFlag
                   END-WRITE
               END-IF
               IF LinkOKFlag = 'Y'
                   MOVE ParentIDNum TO ChildIDNum
                   MOVE "GRPLIMIT" TO AuditOperation
                   PERFORM WriteHierarchyAudit
                   DISPLAY "Group settings saved for " ParentIDNum
               ELSE
                   DISPLAY "Group settings not saved"
               END-IF
           END-IF.
       WriteHierarchyAudit.
           MOVE ChildIDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING "Parent " ParentIDNum
               DELIMITED BY SIZE INTO AuditReasonCode.
           IF AuditOperation = "GRPLIMIT"
               MOVE OldGroupLimit TO AuditBeforeAmount
               MOVE NewGroupLimit TO AuditAfterAmount
           ELSE
               MOVE ZEROS TO AuditBeforeAmount
               MOVE ZEROS TO AuditAfterAmount
           END-IF.
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
