       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMNT.
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
              SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipToKey.
              SELECT CityRefFile ASSIGN TO "cityref.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CityRefStatus.
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
       FD  ShipToFile.
       01  ShipToData.
               02  ShipToKey.
                   03  StIDNum        PIC 9(6).
                   03  StShipToNum    PIC 9(3).
               02  StName             PIC X(30).
               02  StStreetNumber     PIC X(6).
               02  StStreetName       PIC X(20).
               02  StCity             PIC X(15).
               02  StStatus           PIC X.
                   88  ShipToActive   VALUE SPACE.
                   88  ShipToInactive VALUE 'I'.
               02  StUpdDate          PIC 9(8).
               02  StOperator         PIC X(8).
       FD  CityRefFile.
       01  CityRefRecord.
               02  CrCityName         PIC X(15).
               02  CrJurisCode        PIC X(5).
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
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CityRefStatus              PIC XX.
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
       01  CustFoundFlag              PIC X.
       01  ShipToFound                PIC X.
       01  ShipToEOFFlag              PIC X.
       01  ShipToOKFlag               PIC X.
       01  ShipToCount                PIC 9(3).
       01  LastShipToNum              PIC 9(3).
       01  WorkIDNum                  PIC 9(6).
       01  WorkShipToNum              PIC 9(3).
       01  WorkName                   PIC X(30).
       01  WorkStreetNumber           PIC X(6).
       01  WorkStreetName             PIC X(20).
       01  WorkCity                   PIC X(15).
       01  WorkJurisCode              PIC X(5).
       01  OldCity                    PIC X(15).
       01  OldStreetName              PIC X(20).
       01  ShipToStateText            PIC X(8).
       01  CityRefIdx                 PIC 9(3).
       01  FoundCityIdx               PIC 9(3).
       01  CityRefTable.
               02  CityRefCount       PIC 9(3) VALUE 0.
               02  CityRefEntry       OCCURS 1 TO 999 TIMES
                                      DEPENDING ON CityRefCount.
                   03  CRTCityName    PIC X(15).
                   03  CRTJurisCode   PIC X(5).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "CUSTOMER SHIP-TO ADDRESS MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM LoadCityRefTable.
           OPEN INPUT CustomerFile.
           OPEN I-O ShipToFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "SHIP-TO ADDRESSES"
               DISPLAY "1: List Ship-To Addresses for Customer"
               DISPLAY "2: Add Ship-To Address"
               DISPLAY "3: Change Ship-To Address"
               DISPLAY "4: Inactivate Ship-To Address"
               DISPLAY "5: Reactivate Ship-To Address"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListShipTos
                   WHEN 2 PERFORM AddShipTo
                   WHEN 3 PERFORM ChangeShipTo
                   WHEN 4 PERFORM InactivateShipTo
                   WHEN 5 PERFORM ReactivateShipTo
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE ShipToFile.
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
       LoadCityRefTable.
           MOVE 0 TO CityRefCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CityRefFile.
           IF CityRefStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CityRefFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF CityRefCount < 999
                       ADD 1 TO CityRefCount
                       MOVE CrCityName TO CRTCityName(CityRefCount)
                       MOVE CrJurisCode
                           TO CRTJurisCode(CityRefCount)
                   ELSE
                       DISPLAY "WARNING: city reference table "
                           "full - " CrCityName " not loaded"
                   END-IF
               END-IF
           END-PERFORM.
           IF CityRefStatus = "00" OR CityRefStatus = "10"
               CLOSE CityRefFile
           END-IF.
       GetCustomer.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE WorkIDNum TO IDNum.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'Y' AND NOT RecordLive
               MOVE 'N' TO CustFoundFlag
           END-IF.
           IF CustFoundFlag = 'N'
               DISPLAY "Customer Does not Exist or Is Not Live"
           ELSE
               DISPLAY "Customer     : " FirstName " " LastName
               DISPLAY "Bill-To      : " StreetNumber " "
                   StreetName " " City
           END-IF.
       GetShipTo.
           DISPLAY "Ship-To Number : " WITH NO ADVANCING.
           ACCEPT WorkShipToNum.
           MOVE WorkIDNum TO StIDNum.
           MOVE WorkShipToNum TO StShipToNum.
           MOVE 'Y' TO ShipToFound.
           READ ShipToFile
               INVALID KEY MOVE 'N' TO ShipToFound
           END-READ.
           IF ShipToFound = 'N'
               DISPLAY "Ship-To " WorkShipToNum " Not on File"
           ELSE
               PERFORM DisplayOneShipTo
           END-IF.
      * The ship-to city must be on the city reference, since it is
      * the city that decides the tax jurisdiction of the delivery.
       FindCity.
           MOVE 0 TO FoundCityIdx.
           MOVE SPACES TO WorkJurisCode.
           PERFORM VARYING CityRefIdx FROM 1 BY 1
                   UNTIL CityRefIdx > CityRefCount
               IF CRTCityName(CityRefIdx) = WorkCity
                   MOVE CityRefIdx TO FoundCityIdx
                   MOVE CRTJurisCode(CityRefIdx) TO WorkJurisCode
               END-IF
           END-PERFORM.
       ListShipTos.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               MOVE 0 TO ShipToCount
               MOVE WorkIDNum TO StIDNum
               MOVE ZEROS TO StShipToNum
               MOVE 'N' TO ShipToEOFFlag
               START ShipToFile KEY IS NOT LESS THAN ShipToKey
                   INVALID KEY MOVE 'Y' TO ShipToEOFFlag
               END-START
               PERFORM UNTIL ShipToEOFFlag = 'Y'
                   READ ShipToFile NEXT RECORD
                       AT END MOVE 'Y' TO ShipToEOFFlag
                   END-READ
                   IF ShipToEOFFlag = 'N'
                       IF StIDNum NOT = WorkIDNum
                           MOVE 'Y' TO ShipToEOFFlag
                       ELSE
                           ADD 1 TO ShipToCount
                           PERFORM DisplayOneShipTo
                       END-IF
                   END-IF
               END-PERFORM
               IF ShipToCount = 0
                   DISPLAY "No Ship-To Addresses - Orders Ship to "
                       "the Bill-To Address"
               END-IF
           END-IF.
       DisplayOneShipTo.
           IF ShipToInactive
               MOVE "INACTIVE" TO ShipToStateText
           ELSE
               MOVE SPACES TO ShipToStateText
           END-IF.
           MOVE StCity TO WorkCity.
           PERFORM FindCity.
           DISPLAY StShipToNum " " StName " " ShipToStateText.
           DISPLAY "    " StStreetNumber " " StStreetName " "
               StCity " Jurisdiction " WorkJurisCode.
       FindLastShipToNum.
           MOVE 0 TO LastShipToNum.
           MOVE WorkIDNum TO StIDNum.
           MOVE ZEROS TO StShipToNum.
           MOVE 'N' TO ShipToEOFFlag.
           START ShipToFile KEY IS NOT LESS THAN ShipToKey
               INVALID KEY MOVE 'Y' TO ShipToEOFFlag
           END-START.
           PERFORM UNTIL ShipToEOFFlag = 'Y'
               READ ShipToFile NEXT RECORD
                   AT END MOVE 'Y' TO ShipToEOFFlag
               END-READ
               IF ShipToEOFFlag = 'N'
                   IF StIDNum NOT = WorkIDNum
                       MOVE 'Y' TO ShipToEOFFlag
                   ELSE
                       MOVE StShipToNum TO LastShipToNum
                   END-IF
               END-IF
           END-PERFORM.
      * Ship-to numbers run from 001 per customer; 000 is kept for the
      * bill-to address on orders and is never stored here.
       AddShipTo.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               PERFORM FindLastShipToNum
               IF LastShipToNum >= 999
                   DISPLAY "Ship-To Numbers Exhausted for Customer"
               ELSE
                   MOVE SPACES TO ShipToData
                   PERFORM AcceptShipToAddress
                   IF ShipToOKFlag = 'Y'
                       MOVE WorkIDNum TO StIDNum
                       COMPUTE StShipToNum = LastShipToNum + 1
                       PERFORM MoveWorkToShipTo
                       SET ShipToActive TO TRUE
                       WRITE ShipToData
                           INVALID KEY
                               DISPLAY "Ship-To Not Written"
                           NOT INVALID KEY
                               DISPLAY "Ship-To " StShipToNum
                                   " Added - Jurisdiction "
                                   WorkJurisCode
                               MOVE SPACES TO OldCity
                               MOVE SPACES TO OldStreetName
                               MOVE "SHIPTOADD" TO AuditOperation
                               PERFORM WriteShipToAudit
                       END-WRITE
                   ELSE
                       DISPLAY "Ship-To Not Added"
                   END-IF
               END-IF
           END-IF.
       ChangeShipTo.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               PERFORM GetShipTo
               IF ShipToFound = 'Y'
                   MOVE StCity TO OldCity
                   MOVE StStreetName TO OldStreetName
                   PERFORM AcceptShipToAddress
                   IF ShipToOKFlag = 'Y'
                       MOVE WorkIDNum TO StIDNum
                       MOVE WorkShipToNum TO StShipToNum
                       READ ShipToFile
                           INVALID KEY MOVE 'N' TO ShipToOKFlag
                       END-READ
                   END-IF
                   IF ShipToOKFlag = 'Y'
                       PERFORM MoveWorkToShipTo
                       REWRITE ShipToData
                           INVALID KEY
                               DISPLAY "Ship-To Not Updated"
                           NOT INVALID KEY
                               DISPLAY "Ship-To " StShipToNum
                                   " Changed - Jurisdiction "
                                   WorkJurisCode
                               MOVE "SHIPTOCHG" TO AuditOperation
                               PERFORM WriteShipToAudit
                       END-REWRITE
                   ELSE
                       DISPLAY "Ship-To Not Changed"
                   END-IF
               END-IF
           END-IF.
       AcceptShipToAddress.
           MOVE 'Y' TO ShipToOKFlag.
           DISPLAY "Deliver-To Name : " WITH NO ADVANCING.
           ACCEPT WorkName.
           DISPLAY "Street Number   : " WITH NO ADVANCING.
           ACCEPT WorkStreetNumber.
           DISPLAY "Street Name     : " WITH NO ADVANCING.
           ACCEPT WorkStreetName.
           DISPLAY "City            : " WITH NO ADVANCING.
           ACCEPT WorkCity.
           IF WorkName = SPACES OR WorkStreetName = SPACES
                   OR WorkCity = SPACES
               DISPLAY "Name, Street and City Are Required"
               MOVE 'N' TO ShipToOKFlag
           ELSE
               PERFORM FindCity
               IF FoundCityIdx = 0
                   DISPLAY "City Not on City Reference - Add It "
                       "with CITYMNT First"
                   MOVE 'N' TO ShipToOKFlag
               END-IF
           END-IF.
       MoveWorkToShipTo.
           MOVE WorkName TO StName.
           MOVE WorkStreetNumber TO StStreetNumber.
           MOVE WorkStreetName TO StStreetName.
           MOVE WorkCity TO StCity.
           MOVE BusinessDate TO StUpdDate.
           MOVE CurrentOpID TO StOperator.
      * An inactive ship-to stays on file so that orders already taken
      * against it still print and tax correctly; it simply can no
      * longer be chosen for a new order.
       InactivateShipTo.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               PERFORM GetShipTo
               IF ShipToFound = 'Y'
                   IF ShipToInactive
                       DISPLAY "Ship-To Is Already Inactive"
                   ELSE
                       SET ShipToInactive TO TRUE
                       MOVE "SHIPTOINAC" TO AuditOperation
                       PERFORM RewriteShipToStatus
                   END-IF
               END-IF
           END-IF.
       ReactivateShipTo.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               PERFORM GetShipTo
               IF ShipToFound = 'Y'
                   IF ShipToActive
                       DISPLAY "Ship-To Is Already Active"
                   ELSE
                       MOVE StCity TO WorkCity
                       PERFORM FindCity
                       IF FoundCityIdx = 0
                           DISPLAY "City No Longer on City Reference"
                               " - Change the Address Instead"
                       ELSE
                           SET ShipToActive TO TRUE
                           MOVE "SHIPTOREAC" TO AuditOperation
                           PERFORM RewriteShipToStatus
                       END-IF
                   END-IF
               END-IF
           END-IF.
       RewriteShipToStatus.
           MOVE StCity TO OldCity.
           MOVE StStreetName TO OldStreetName.
           MOVE BusinessDate TO StUpdDate.
           MOVE CurrentOpID TO StOperator.
           REWRITE ShipToData
               INVALID KEY
                   DISPLAY "Ship-To Not Updated"
               NOT INVALID KEY
                   DISPLAY "Ship-To " StShipToNum " Updated"
                   PERFORM WriteShipToAudit
           END-REWRITE.
      * The city before and after goes in the first name fields and
      * the street in the last name fields; the reason carries the
      * ship-to number and its status.
       WriteShipToAudit.
           MOVE StIDNum TO AuditIDNum.
           MOVE OldCity TO AuditBeforeFirstName.
           MOVE OldStreetName TO AuditBeforeLastName.
           MOVE StCity TO AuditAfterFirstName.
           MOVE StStreetName TO AuditAfterLastName.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           MOVE SPACES TO AuditReasonCode.
           STRING "Ship-to " StShipToNum " " StStatus
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
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
