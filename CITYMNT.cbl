                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipToKey.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
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
       FD  AuditFile.
       01  AuditRecord.
               02  AuditTimestamp         PIC X(21).
       01  CityRefIdx                 PIC 9(3).
       01  FoundCityIdx               PIC 9(3).
       01  WhereUsedCount             PIC 9(6).
       01  ShipToUsedCount            PIC 9(6).
       01  ShipToEOFFlag              PIC X.
       01  CityRefTable.
               02  CityRefCount       PIC 9(3) VALUE 0.
               02  CityRefEntry       OCCURS 1 TO 999 TIMES
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           PERFORM CountShipToWhereUsed.
      * Active ship-to addresses take their tax jurisdiction from the
      * city as well, so they hold a city on the reference too.
       CountShipToWhereUsed.
           MOVE 0 TO ShipToUsedCount.
           MOVE 'N' TO ShipToEOFFlag.
           OPEN INPUT ShipToFile.
           MOVE ZEROS TO ShipToKey.
           START ShipToFile KEY IS NOT LESS THAN ShipToKey
               INVALID KEY MOVE 'Y' TO ShipToEOFFlag
           END-START.
           PERFORM UNTIL ShipToEOFFlag = 'Y'
               READ ShipToFile NEXT RECORD
                   AT END MOVE 'Y' TO ShipToEOFFlag
               END-READ
               IF ShipToEOFFlag = 'N' AND ShipToActive
                       AND StCity = WorkCityName
                   ADD 1 TO ShipToUsedCount
               END-IF
           END-PERFORM.
           CLOSE ShipToFile.
       ListCities.
           DISPLAY " ".
           PERFORM VARYING CityRefIdx FROM 1 BY 1
               DISPLAY "City Not on File"
           ELSE
               PERFORM CountWhereUsed
               IF WhereUsedCount > 0 OR ShipToUsedCount > 0
                   DISPLAY "City Is Still Carried by "
                       WhereUsedCount " Live Customer(s) and "
                       ShipToUsedCount " Active Ship-To(s) - "
                       "Not Retired"
               ELSE
                   MOVE CRTJurisCode(FoundCityIdx)
           PERFORM CountWhereUsed.
           DISPLAY "Live Customers in " WorkCityName " : "
               WhereUsedCount.
           DISPLAY "Active Ship-Tos in " WorkCityName " : "
               ShipToUsedCount.
       WriteCityAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE ZEROS TO AuditIDNum.
