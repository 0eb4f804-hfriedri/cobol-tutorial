       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTMAINT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CarrierFile ASSIGN TO "frtcarr.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CarrierStatus.
              SELECT ZoneFile ASSIGN TO "frtzone.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ZoneStatus.
              SELECT FrtTaxFile ASSIGN TO "frttax.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FrtTaxStatus.
              SELECT OPTIONAL FrtRateFile ASSIGN TO "frtrate.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FrtRateKey.
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
       FD  CarrierFile.
       01  CarrierRecord.
               02  FcCarrier          PIC X(4).
               02  FcName             PIC X(20).
               02  FcStatus           PIC X.
       FD  ZoneFile.
       01  ZoneRecord.
               02  FzCityName         PIC X(15).
               02  FzZone             PIC 99.
       FD  FrtTaxFile.
       01  FrtTaxRecord.
               02  FtJurisCode        PIC X(5).
       FD  FrtRateFile.
       01  FrtRateData.
               02  FrtRateKey.
                   03  RtCarrier      PIC X(4).
                   03  RtZone         PIC 99.
                   03  RtMaxWeight    PIC 9(5)V99.
               02  RtCharge           PIC 9(5)V99.
               02  RtCost             PIC 9(5)V99.
               02  RtUpdDate          PIC 9(8).
               02  RtOperator         PIC X(8).
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
       01  CarrierStatus              PIC XX.
       01  ZoneStatus                 PIC XX.
       01  FrtTaxStatus               PIC XX.
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
       01  RateFoundFlag              PIC X.
       01  RateEOFFlag                PIC X.
       01  ListedCount                PIC 9(3).
       01  WorkCarrier                PIC X(4).
       01  WorkCarrierName            PIC X(20).
       01  WorkCarrierStatus          PIC X.
       01  WorkCityName               PIC X(15).
       01  WorkZone                   PIC 99.
       01  OldZone                    PIC 99.
       01  WorkMaxWeight              PIC 9(5)V99.
       01  WorkCharge                 PIC 9(5)V99.
       01  WorkCost                   PIC 9(5)V99.
       01  OldCharge                  PIC 9(5)V99.
       01  WorkJurisCode              PIC X(5).
       01  WorkTaxable                PIC X.
       01  ReportWeight               PIC ZZZZ9.99.
       01  ReportCharge               PIC ZZZZ9.99.
       01  ReportCost                 PIC ZZZZ9.99.
       01  CarrierIdx                 PIC 9(3).
       01  FoundCarrierIdx            PIC 9(3).
       01  CarrierTable.
               02  CarrierCount       PIC 9(3) VALUE 0.
               02  CarrierEntry       OCCURS 1 TO 99 TIMES
                                      DEPENDING ON CarrierCount.
                   03  CTCarrier      PIC X(4).
                   03  CTName         PIC X(20).
                   03  CTStatus       PIC X.
       01  ZoneIdx                    PIC 9(3).
       01  FoundZoneIdx               PIC 9(3).
       01  ZoneTable.
               02  ZoneCount          PIC 9(3) VALUE 0.
               02  ZoneEntry          OCCURS 1 TO 999 TIMES
                                      DEPENDING ON ZoneCount.
                   03  ZTCityName     PIC X(15).
                   03  ZTZone         PIC 99.
       01  FrtTaxIdx                  PIC 9(3).
       01  FoundFrtTaxIdx             PIC 9(3).
       01  FrtTaxTable.
               02  FrtTaxCount        PIC 9(3) VALUE 0.
               02  FrtTaxEntry        OCCURS 1 TO 200 TIMES
                                      DEPENDING ON FrtTaxCount.
                   03  FTTJurisCode   PIC X(5).
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
           DISPLAY "FREIGHT CARRIER AND RATE MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM LoadCityRefTable.
           PERFORM LoadCarrierTable.
           PERFORM LoadZoneTable.
           PERFORM LoadFrtTaxTable.
           OPEN I-O FrtRateFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "FREIGHT"
               DISPLAY "1: List Carriers"
               DISPLAY "2: Add / Change Carrier"
               DISPLAY "3: List City Zones"
               DISPLAY "4: Set City Zone"
               DISPLAY "5: List Rate Breaks"
               DISPLAY "6: Add / Change Rate Break"
               DISPLAY "7: Remove Rate Break"
               DISPLAY "8: Freight Taxability by Jurisdiction"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListCarriers
                   WHEN 2 PERFORM MaintainCarrier
                   WHEN 3 PERFORM ListZones
                   WHEN 4 PERFORM SetCityZone
                   WHEN 5 PERFORM ListRateBreaks
                   WHEN 6 PERFORM MaintainRateBreak
                   WHEN 7 PERFORM RemoveRateBreak
                   WHEN 8 PERFORM SetFreightTaxable
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE FrtRateFile.
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
       LoadCarrierTable.
           MOVE 0 TO CarrierCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CarrierFile.
           IF CarrierStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CarrierFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND CarrierCount < 99
                   ADD 1 TO CarrierCount
                   MOVE FcCarrier TO CTCarrier(CarrierCount)
                   MOVE FcName TO CTName(CarrierCount)
                   MOVE FcStatus TO CTStatus(CarrierCount)
               END-IF
           END-PERFORM.
           IF CarrierStatus = "00" OR CarrierStatus = "10"
               CLOSE CarrierFile
           END-IF.
       SaveCarrierTable.
           OPEN OUTPUT CarrierFile.
           PERFORM VARYING CarrierIdx FROM 1 BY 1
                   UNTIL CarrierIdx > CarrierCount
               MOVE CTCarrier(CarrierIdx) TO FcCarrier
               MOVE CTName(CarrierIdx) TO FcName
               MOVE CTStatus(CarrierIdx) TO FcStatus
               WRITE CarrierRecord
           END-PERFORM.
           CLOSE CarrierFile.
       LoadZoneTable.
           MOVE 0 TO ZoneCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ZoneFile.
           IF ZoneStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ZoneFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ZoneCount < 999
                   ADD 1 TO ZoneCount
                   MOVE FzCityName TO ZTCityName(ZoneCount)
                   MOVE FzZone TO ZTZone(ZoneCount)
               END-IF
           END-PERFORM.
           IF ZoneStatus = "00" OR ZoneStatus = "10"
               CLOSE ZoneFile
           END-IF.
       SaveZoneTable.
           OPEN OUTPUT ZoneFile.
           PERFORM VARYING ZoneIdx FROM 1 BY 1
                   UNTIL ZoneIdx > ZoneCount
               MOVE ZTCityName(ZoneIdx) TO FzCityName
               MOVE ZTZone(ZoneIdx) TO FzZone
               WRITE ZoneRecord
           END-PERFORM.
           CLOSE ZoneFile.
       LoadFrtTaxTable.
           MOVE 0 TO FrtTaxCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT FrtTaxFile.
           IF FrtTaxStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ FrtTaxFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND FrtTaxCount < 200
                   ADD 1 TO FrtTaxCount
                   MOVE FtJurisCode TO FTTJurisCode(FrtTaxCount)
               END-IF
           END-PERFORM.
           IF FrtTaxStatus = "00" OR FrtTaxStatus = "10"
               CLOSE FrtTaxFile
           END-IF.
       SaveFrtTaxTable.
           OPEN OUTPUT FrtTaxFile.
           PERFORM VARYING FrtTaxIdx FROM 1 BY 1
                   UNTIL FrtTaxIdx > FrtTaxCount
               MOVE FTTJurisCode(FrtTaxIdx) TO FtJurisCode
               WRITE FrtTaxRecord
           END-PERFORM.
           CLOSE FrtTaxFile.
       AcceptCarrier.
           DISPLAY "Carrier Code : " WITH NO ADVANCING.
           ACCEPT WorkCarrier.
           MOVE FUNCTION UPPER-CASE(WorkCarrier) TO WorkCarrier.
           MOVE 0 TO FoundCarrierIdx.
           PERFORM VARYING CarrierIdx FROM 1 BY 1
                   UNTIL CarrierIdx > CarrierCount
               IF CTCarrier(CarrierIdx) = WorkCarrier
                   MOVE CarrierIdx TO FoundCarrierIdx
               END-IF
           END-PERFORM.
       ListCarriers.
           DISPLAY " ".
           PERFORM VARYING CarrierIdx FROM 1 BY 1
                   UNTIL CarrierIdx > CarrierCount
               IF CTStatus(CarrierIdx) = 'I'
                   DISPLAY CTCarrier(CarrierIdx) " "
                       CTName(CarrierIdx) " INACTIVE"
               ELSE
                   DISPLAY CTCarrier(CarrierIdx) " "
                       CTName(CarrierIdx)
               END-IF
           END-PERFORM.
           DISPLAY "Carriers on File : " CarrierCount.
      * A carrier is never removed, since the freight log carries its
      * code; it is made inactive and can no longer be chosen at
      * shipment.
       MaintainCarrier.
           DISPLAY " ".
           PERFORM AcceptCarrier.
           IF WorkCarrier = SPACES
               DISPLAY "Carrier Code Required"
           ELSE
               IF FoundCarrierIdx = 0 AND CarrierCount >= 99
                   DISPLAY "Carrier Table Full - Not Added"
               ELSE
                   MOVE SPACES TO AuditBeforeFirstName
                   MOVE SPACES TO AuditBeforeLastName
                   IF FoundCarrierIdx > 0
                       DISPLAY "Current Name : "
                           CTName(FoundCarrierIdx)
                       MOVE CTName(FoundCarrierIdx)(1:15)
                           TO AuditBeforeFirstName
                       MOVE CTStatus(FoundCarrierIdx)
                           TO AuditBeforeLastName
                   END-IF
                   DISPLAY "Carrier Name : " WITH NO ADVANCING
                   ACCEPT WorkCarrierName
                   DISPLAY "Active (Y/N) : " WITH NO ADVANCING
                   ACCEPT WorkCarrierStatus
                   IF WorkCarrierStatus = 'N' OR 'n'
                       MOVE 'I' TO WorkCarrierStatus
                   ELSE
                       MOVE SPACE TO WorkCarrierStatus
                   END-IF
                   IF WorkCarrierName = SPACES
                       DISPLAY "Carrier Name Required - Not Saved"
                   ELSE
                       IF FoundCarrierIdx = 0
                           ADD 1 TO CarrierCount
                           MOVE CarrierCount TO FoundCarrierIdx
                           MOVE WorkCarrier
                               TO CTCarrier(FoundCarrierIdx)
                       END-IF
                       MOVE WorkCarrierName TO CTName(FoundCarrierIdx)
                       MOVE WorkCarrierStatus
                           TO CTStatus(FoundCarrierIdx)
                       PERFORM SaveCarrierTable
                       MOVE "FRTCARR" TO AuditOperation
                       MOVE WorkCarrierName(1:15)
                           TO AuditAfterFirstName
                       MOVE WorkCarrierStatus TO AuditAfterLastName
                       MOVE SPACES TO AuditReasonCode
                       STRING "Carrier " WorkCarrier
                           DELIMITED BY SIZE INTO AuditReasonCode
                       END-STRING
                       MOVE ZEROS TO AuditBeforeAmount
                       MOVE ZEROS TO AuditAfterAmount
                       PERFORM WriteAuditRecord
                       DISPLAY "Carrier Saved"
                   END-IF
               END-IF
           END-IF.
       ListZones.
           DISPLAY " ".
           PERFORM VARYING ZoneIdx FROM 1 BY 1
                   UNTIL ZoneIdx > ZoneCount
               DISPLAY ZTCityName(ZoneIdx) " Zone " ZTZone(ZoneIdx)
           END-PERFORM.
           DISPLAY "Cities Zoned : " ZoneCount.
      * Every city a customer or ship-to address can carry is on the
      * city reference, so a zone may only be set for a city there.
      * Zone 00 takes the city out of the zone table.
       SetCityZone.
           DISPLAY " ".
           DISPLAY "City Name : " WITH NO ADVANCING.
           ACCEPT WorkCityName.
           MOVE 0 TO FoundCityIdx.
           PERFORM VARYING CityRefIdx FROM 1 BY 1
                   UNTIL CityRefIdx > CityRefCount
               IF CRTCityName(CityRefIdx) = WorkCityName
                   MOVE CityRefIdx TO FoundCityIdx
               END-IF
           END-PERFORM.
           MOVE 0 TO FoundZoneIdx.
           PERFORM VARYING ZoneIdx FROM 1 BY 1
                   UNTIL ZoneIdx > ZoneCount
               IF ZTCityName(ZoneIdx) = WorkCityName
                   MOVE ZoneIdx TO FoundZoneIdx
               END-IF
           END-PERFORM.
           IF FoundCityIdx = 0
               DISPLAY "City Not on City Reference"
           ELSE
               MOVE 0 TO OldZone
               IF FoundZoneIdx > 0
                   MOVE ZTZone(FoundZoneIdx) TO OldZone
                   DISPLAY "Current Zone : " OldZone
               END-IF
               DISPLAY "Zone (01-99, 00 to Remove) : "
                   WITH NO ADVANCING
               ACCEPT WorkZone
               EVALUATE TRUE
                   WHEN WorkZone = 0 AND FoundZoneIdx = 0
                       DISPLAY "City Has No Zone"
                   WHEN WorkZone = 0
                       PERFORM VARYING ZoneIdx FROM FoundZoneIdx
                               BY 1 UNTIL ZoneIdx >= ZoneCount
                           MOVE ZoneEntry(ZoneIdx + 1)
                               TO ZoneEntry(ZoneIdx)
                       END-PERFORM
                       SUBTRACT 1 FROM ZoneCount
                       PERFORM SaveZoneTable
                       PERFORM WriteZoneAudit
                       DISPLAY "Zone Removed"
                   WHEN FoundZoneIdx = 0 AND ZoneCount >= 999
                       DISPLAY "Zone Table Full - Not Added"
                   WHEN OTHER
                       IF FoundZoneIdx = 0
                           ADD 1 TO ZoneCount
                           MOVE ZoneCount TO FoundZoneIdx
                           MOVE WorkCityName
                               TO ZTCityName(FoundZoneIdx)
                       END-IF
                       MOVE WorkZone TO ZTZone(FoundZoneIdx)
                       PERFORM SaveZoneTable
                       PERFORM WriteZoneAudit
                       DISPLAY "Zone Set"
               END-EVALUATE
           END-IF.
       WriteZoneAudit.
           MOVE "FRTZONE" TO AuditOperation.
           MOVE WorkCityName TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE OldZone TO AuditBeforeLastName(1:2).
           MOVE WorkCityName TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE WorkZone TO AuditAfterLastName(1:2).
           MOVE "City zone" TO AuditReasonCode.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       AcceptRateKey.
           PERFORM AcceptCarrier.
           DISPLAY "Zone : " WITH NO ADVANCING.
           ACCEPT WorkZone.
       ListRateBreaks.
           DISPLAY " ".
           PERFORM AcceptRateKey.
           MOVE 0 TO ListedCount.
           MOVE WorkCarrier TO RtCarrier.
           MOVE WorkZone TO RtZone.
           MOVE ZEROS TO RtMaxWeight.
           MOVE 'N' TO RateEOFFlag.
           START FrtRateFile KEY IS NOT LESS THAN FrtRateKey
               INVALID KEY MOVE 'Y' TO RateEOFFlag
           END-START.
           PERFORM UNTIL RateEOFFlag = 'Y'
               READ FrtRateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOFFlag
               END-READ
               IF RateEOFFlag = 'N'
                   IF RtCarrier NOT = WorkCarrier
                           OR RtZone NOT = WorkZone
                       MOVE 'Y' TO RateEOFFlag
                   ELSE
                       ADD 1 TO ListedCount
                       MOVE RtMaxWeight TO ReportWeight
                       MOVE RtCharge TO ReportCharge
                       MOVE RtCost TO ReportCost
                       DISPLAY "Up to " ReportWeight " lb  Charge "
                           ReportCharge "  Cost " ReportCost
                   END-IF
               END-IF
           END-PERFORM.
           IF ListedCount = 0
               DISPLAY "No Rate Breaks for " WorkCarrier " Zone "
                   WorkZone
           END-IF.
      * Each break is the charge billed to the customer, and the cost
      * the carrier bills us, for a shipment up to its weight. The
      * charge is a price, so only a supervisor may set one.
       MaintainRateBreak.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Rates"
           ELSE
               PERFORM AcceptRateKey
               IF FoundCarrierIdx = 0
                   DISPLAY "Carrier Not on File"
               ELSE
                   DISPLAY "Break Weight Up To (lb) : "
                       WITH NO ADVANCING
                   ACCEPT WorkMaxWeight
                   DISPLAY "Charge to Customer : " WITH NO ADVANCING
                   ACCEPT WorkCharge
                   DISPLAY "Carrier Cost : " WITH NO ADVANCING
                   ACCEPT WorkCost
                   IF WorkZone = 0 OR WorkMaxWeight = 0
                       DISPLAY "Zone and Weight Are Required - "
                           "Break Not Saved"
                   ELSE
                       PERFORM SaveRateBreak
                   END-IF
               END-IF
           END-IF.
       SaveRateBreak.
           MOVE WorkCarrier TO RtCarrier.
           MOVE WorkZone TO RtZone.
           MOVE WorkMaxWeight TO RtMaxWeight.
           MOVE 'Y' TO RateFoundFlag.
           READ FrtRateFile
               INVALID KEY MOVE 'N' TO RateFoundFlag
           END-READ.
           MOVE ZEROS TO OldCharge.
           IF RateFoundFlag = 'Y'
               MOVE RtCharge TO OldCharge
           END-IF.
           MOVE WorkCharge TO RtCharge.
           MOVE WorkCost TO RtCost.
           MOVE BusinessDate TO RtUpdDate.
           MOVE CurrentOpID TO RtOperator.
           IF RateFoundFlag = 'Y'
               REWRITE FrtRateData
                   INVALID KEY DISPLAY "Rate Break Not Updated"
               END-REWRITE
           ELSE
               WRITE FrtRateData
                   INVALID KEY DISPLAY "Rate Break Not Written"
               END-WRITE
           END-IF.
           MOVE "FRTRATE" TO AuditOperation.
           PERFORM WriteRateAudit.
           DISPLAY "Rate Break Saved".
       RemoveRateBreak.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Rates"
           ELSE
               PERFORM AcceptRateKey
               DISPLAY "Break Weight Up To (lb) : "
                   WITH NO ADVANCING
               ACCEPT WorkMaxWeight
               MOVE WorkCarrier TO RtCarrier
               MOVE WorkZone TO RtZone
               MOVE WorkMaxWeight TO RtMaxWeight
               MOVE 'Y' TO RateFoundFlag
               READ FrtRateFile
                   INVALID KEY MOVE 'N' TO RateFoundFlag
               END-READ
               IF RateFoundFlag = 'N'
                   DISPLAY "Rate Break Not on File"
               ELSE
                   MOVE RtCharge TO OldCharge
                   MOVE ZEROS TO WorkCharge
                   DELETE FrtRateFile
                       INVALID KEY DISPLAY "Rate Break Not Removed"
                       NOT INVALID KEY
                           MOVE "FRTRATEDEL" TO AuditOperation
                           PERFORM WriteRateAudit
                           DISPLAY "Rate Break Removed"
                   END-DELETE
               END-IF
           END-IF.
       WriteRateAudit.
           MOVE SPACES TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE RtCost TO ReportCost.
           MOVE ReportCost TO AuditAfterLastName.
           MOVE RtMaxWeight TO ReportWeight.
           MOVE SPACES TO AuditReasonCode.
           STRING RtCarrier " " RtZone " " ReportWeight
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE OldCharge TO AuditBeforeAmount.
           MOVE WorkCharge TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
      * Freight is taxed only in the jurisdictions listed here; the
      * merchandise rate on taxmast.dat is applied to it.
       SetFreightTaxable.
           DISPLAY " ".
           DISPLAY "Jurisdictions Taxing Freight :".
           PERFORM VARYING FrtTaxIdx FROM 1 BY 1
                   UNTIL FrtTaxIdx > FrtTaxCount
               DISPLAY "  " FTTJurisCode(FrtTaxIdx)
           END-PERFORM.
           DISPLAY "Jurisdiction Code (blank to Return) : "
               WITH NO ADVANCING.
           ACCEPT WorkJurisCode.
           IF WorkJurisCode NOT = SPACES
               MOVE 0 TO FoundFrtTaxIdx
               PERFORM VARYING FrtTaxIdx FROM 1 BY 1
                       UNTIL FrtTaxIdx > FrtTaxCount
                   IF FTTJurisCode(FrtTaxIdx) = WorkJurisCode
                       MOVE FrtTaxIdx TO FoundFrtTaxIdx
                   END-IF
               END-PERFORM
               DISPLAY "Freight Taxable (Y/N) : " WITH NO ADVANCING
               ACCEPT WorkTaxable
               EVALUATE TRUE
                   WHEN (WorkTaxable = 'Y' OR 'y')
                           AND FoundFrtTaxIdx > 0
                       DISPLAY "Already Taxes Freight"
                   WHEN (WorkTaxable = 'Y' OR 'y')
                           AND FrtTaxCount >= 200
                       DISPLAY "Freight Tax Table Full - Not Added"
                   WHEN WorkTaxable = 'Y' OR 'y'
                       ADD 1 TO FrtTaxCount
                       MOVE WorkJurisCode
                           TO FTTJurisCode(FrtTaxCount)
                       PERFORM SaveFrtTaxTable
                       MOVE "Freight taxed" TO AuditReasonCode
                       PERFORM WriteFrtTaxAudit
                       DISPLAY "Freight Now Taxed in " WorkJurisCode
                   WHEN FoundFrtTaxIdx = 0
                       DISPLAY "Freight Not Taxed in " WorkJurisCode
                   WHEN OTHER
                       PERFORM VARYING FrtTaxIdx FROM FoundFrtTaxIdx
                               BY 1 UNTIL FrtTaxIdx >= FrtTaxCount
                           MOVE FTTJurisCode(FrtTaxIdx + 1)
                               TO FTTJurisCode(FrtTaxIdx)
                       END-PERFORM
                       SUBTRACT 1 FROM FrtTaxCount
                       PERFORM SaveFrtTaxTable
                       MOVE "Freight not taxed" TO AuditReasonCode
                       PERFORM WriteFrtTaxAudit
                       DISPLAY "Freight No Longer Taxed in "
                           WorkJurisCode
               END-EVALUATE
           END-IF.
       WriteFrtTaxAudit.
           MOVE "FRTTAX" TO AuditOperation.
           MOVE WorkJurisCode TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE WorkJurisCode TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE ZEROS TO AuditIDNum.
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
