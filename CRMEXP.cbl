                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ContactKey.
              SELECT OPTIONAL CustSegFile ASSIGN TO "custseg.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SgIDNum.
              SELECT ExportCtlFile ASSIGN TO "crmexpctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ExpCtlStatus.
               02  CtValue            PIC X(30).
               02  CtPreferred        PIC X.
                   88  ContactPreferred VALUE 'Y'.
       FD  CustSegFile.
       01  CustSegData.
               02  SgIDNum            PIC 9(6).
               02  SgCode             PIC X(5).
                   88  SegChampion    VALUE "CHAMP".
                   88  SegLoyal       VALUE "LOYAL".
                   88  SegNew         VALUE "NEW".
                   88  SegAtRisk      VALUE "ATRSK".
                   88  SegLost        VALUE "LOST".
                   88  SegRegular     VALUE "REGLR".
                   88  SegNoPurchase  VALUE "NOBUY".
               02  SgRecency          PIC 9.
               02  SgFrequency        PIC 9.
               02  SgMonetary         PIC 9.
               02  SgLastOrder        PIC 9(8).
               02  SgOrderCount       PIC 9(5).
               02  SgInvoiced         PIC S9(9)V99.
               02  SgPrevCode         PIC X(5).
               02  SgScoreDate        PIC 9(8).
       FD  ExportCtlFile.
       01  ExportCtlRecord.
               02  ExpLastTimestamp   PIC X(21).
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  ContactFoundFlag           PIC X.
       01  WorkSegCode                PIC X(5).
       01  LastExtract                PIC X(21) VALUE SPACES.
       01  NewHighTimestamp           PIC X(21) VALUE SPACES.
       01  DeltaIdx                   PIC 9(4).
       WriteExportFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT ContactFile.
           OPEN INPUT CustSegFile.
           OPEN OUTPUT ExportFile.
           MOVE SPACES TO ExportLine.
           STRING "HDR," BusinessDate
           WRITE ExportLine.
           CLOSE CustomerFile.
           CLOSE ContactFile.
           CLOSE CustSegFile.
           CLOSE ExportFile.
       ExportOneCustomer.
           MOVE DTIDNum(DeltaIdx) TO IDNum.
           END-READ.
           IF CustExists = 'Y'
               PERFORM GetCustomerContacts
               PERFORM GetCustomerSegment
               MOVE SPACES TO ExportLine
               STRING IDNum ","
                   FUNCTION TRIM(FirstName) ","
                   FUNCTION TRIM(StreetName) ","
                   FUNCTION TRIM(City) ","
                   FUNCTION TRIM(WorkPhone) ","
                   FUNCTION TRIM(WorkEmail) ","
                   FUNCTION TRIM(WorkSegCode)
                   DELIMITED BY SIZE INTO ExportLine
               END-STRING
               WRITE ExportLine
           IF ContactFoundFlag = 'Y' AND ContactEmail
               MOVE CtValue TO WorkEmail
           END-IF.
      * The RFM segment goes out as the last column; RFMSCORE audits
      * every segment change, so a re-segmented customer is a delta.
       GetCustomerSegment.
           MOVE SPACES TO WorkSegCode.
           MOVE IDNum TO SgIDNum.
           READ CustSegFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE SgCode TO WorkSegCode
           END-READ.
