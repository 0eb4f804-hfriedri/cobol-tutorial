       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEXP.
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
              SELECT OPTIONAL TaxCertFile ASSIGN TO "taxcert.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxCertKey.
              SELECT CertListFile ASSIGN TO "certexp.lst"
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
       FD  TaxCertFile.
       01  TaxCertData.
               02  TaxCertKey.
                   03  TcIDNum        PIC 9(6).
                   03  TcJurisCode    PIC X(5).
               02  TcCertNumber       PIC X(15).
               02  TcExemptType       PIC XX.
                   88  TcTypeValid    VALUES "RS", "NP", "GV", "OT".
               02  TcEffDate          PIC 9(8).
               02  TcExpDate          PIC 9(8).
               02  TcUpdDate          PIC 9(8).
               02  TcOperator         PIC X(8).
       FD  CertListFile.
       01  CertListLine               PIC X(80).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustFoundFlag              PIC X.
       01  ExpiringCount              PIC 9(5) VALUE 0.
       01  ExpiredCount               PIC 9(5) VALUE 0.
       01  RenewalWindowDays          PIC 9(3) VALUE 60.
       01  TodayInt                   PIC 9(8).
       01  HorizonDate                PIC 9(8).
       01  DaysLeft                   PIC S9(5).
       01  ReportDays                 PIC ZZZZ9-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "TAX EXEMPTION CERTIFICATE EXPIRY REPORT".
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE HorizonDate =
               FUNCTION DATE-OF-INTEGER(TodayInt + RenewalWindowDays).
           OPEN INPUT CustomerFile.
           OPEN INPUT TaxCertFile.
           OPEN OUTPUT CertListFile.
           MOVE SPACES TO CertListLine.
           STRING "EXEMPTION CERTIFICATES EXPIRING " BusinessDate
               " TO " HorizonDate
               DELIMITED BY SIZE INTO CertListLine
           END-STRING.
           WRITE CertListLine.
           PERFORM WriteColumnHeader.
           PERFORM ListExpiringCertificates.
           MOVE SPACES TO CertListLine.
           WRITE CertListLine.
           MOVE "EXPIRED CERTIFICATES STILL ON FILE - SALES NOW TAXED"
               TO CertListLine.
           WRITE CertListLine.
           PERFORM WriteColumnHeader.
           PERFORM ListExpiredCertificates.
           MOVE SPACES TO CertListLine.
           WRITE CertListLine.
           MOVE SPACES TO CertListLine.
           STRING "Expiring Within Window : " ExpiringCount
               "   Already Expired : " ExpiredCount
               DELIMITED BY SIZE INTO CertListLine
           END-STRING.
           WRITE CertListLine.
           CLOSE CustomerFile.
           CLOSE TaxCertFile.
           CLOSE CertListFile.
           DISPLAY "Expiring Within " RenewalWindowDays " Days : "
               ExpiringCount.
           DISPLAY "Already Expired         : " ExpiredCount.
           IF ExpiringCount > 0 OR ExpiredCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF CERTIFICATE EXPIRY REPORT".
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
       WriteColumnHeader.
           MOVE SPACES TO CertListLine.
           WRITE CertListLine.
           MOVE SPACES TO CertListLine.
           STRING "ID     NAME            JURIS CERTIFICATE     TY "
               "EXPIRES   DAYS"
               DELIMITED BY SIZE INTO CertListLine
           END-STRING.
           WRITE CertListLine.
       ListExpiringCertificates.
           PERFORM StartCertificatePass.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ TaxCertFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND TcExpDate >= BusinessDate
                       AND TcExpDate <= HorizonDate
                   ADD 1 TO ExpiringCount
                   PERFORM WriteCertificateLine
               END-IF
           END-PERFORM.
      * Only certificates for the customer's current jurisdiction are
      * listed as expired; one for a jurisdiction the customer has
      * left no longer affects their invoices.
       ListExpiredCertificates.
           PERFORM StartCertificatePass.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ TaxCertFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND TcExpDate < BusinessDate
                   PERFORM ReadCertCustomer
                   IF CustFoundFlag = 'Y'
                           AND CustJurisCode = TcJurisCode
                       ADD 1 TO ExpiredCount
                       PERFORM WriteCertificateLine
                   END-IF
               END-IF
           END-PERFORM.
       StartCertificatePass.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ZEROS TO TcIDNum.
           MOVE LOW-VALUES TO TcJurisCode.
           START TaxCertFile KEY IS NOT LESS THAN TaxCertKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
       ReadCertCustomer.
           MOVE TcIDNum TO IDNum.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'Y' AND NOT RecordLive
               MOVE 'N' TO CustFoundFlag
           END-IF.
       WriteCertificateLine.
           PERFORM ReadCertCustomer.
           IF CustFoundFlag = 'N'
               MOVE "*NOT LIVE*" TO LastName
           END-IF.
           COMPUTE DaysLeft = FUNCTION INTEGER-OF-DATE(TcExpDate)
               - TodayInt.
           MOVE DaysLeft TO ReportDays.
           MOVE SPACES TO CertListLine.
           STRING TcIDNum " " LastName " " TcJurisCode " "
               TcCertNumber " " TcExemptType " " TcExpDate " "
               ReportDays
               DELIMITED BY SIZE INTO CertListLine
           END-STRING.
           WRITE CertListLine.
