       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.
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
              SELECT OPTIONAL TaxCertFile ASSIGN TO "taxcert.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxCertKey.
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
       01  CustFoundFlag              PIC X.
       01  CertFoundFlag              PIC X.
       01  CertEOFFlag                PIC X.
       01  CertOKFlag                 PIC X.
       01  CertCount                  PIC 9(3).
       01  WorkIDNum                  PIC 9(6).
       01  WorkJurisCode              PIC X(5).
       01  WorkCertNumber             PIC X(15).
       01  WorkExemptType             PIC XX.
       01  WorkEffDate                PIC 9(8).
       01  WorkExpDate                PIC 9(8).
       01  CheckDate                  PIC 9(8).
       01  CheckDateParts REDEFINES CheckDate.
               02  CheckYear          PIC 9(4).
               02  CheckMonth         PIC 99.
               02  CheckDay           PIC 99.
       01  DateValidFlag              PIC X.
       01  ExemptTypeText             PIC X(12).
       01  CertStateText              PIC X(8).
       01  OldCertNumber              PIC X(15).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "TAX EXEMPTION CERTIFICATE MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN INPUT CustomerFile.
           OPEN I-O TaxCertFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "TAX EXEMPTION CERTIFICATES"
               DISPLAY "1: Show Certificates for Customer"
               DISPLAY "2: Add / Renew Certificate"
               DISPLAY "3: Remove Certificate"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ShowCertificates
                   WHEN 2 PERFORM AddCertificate
                   WHEN 3 PERFORM RemoveCertificate
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE TaxCertFile.
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
               DISPLAY "Jurisdiction : " CustJurisCode
           END-IF.
       ShowCertificates.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               MOVE 0 TO CertCount
               MOVE WorkIDNum TO TcIDNum
               MOVE LOW-VALUES TO TcJurisCode
               MOVE 'N' TO CertEOFFlag
               START TaxCertFile KEY IS NOT LESS THAN TaxCertKey
                   INVALID KEY MOVE 'Y' TO CertEOFFlag
               END-START
               PERFORM UNTIL CertEOFFlag = 'Y'
                   READ TaxCertFile NEXT RECORD
                       AT END MOVE 'Y' TO CertEOFFlag
                   END-READ
                   IF CertEOFFlag = 'N'
                       IF TcIDNum NOT = WorkIDNum
                           MOVE 'Y' TO CertEOFFlag
                       ELSE
                           ADD 1 TO CertCount
                           PERFORM DisplayOneCertificate
                       END-IF
                   END-IF
               END-PERFORM
               IF CertCount = 0
                   DISPLAY "No Exemption Certificates on File"
               END-IF
           END-IF.
       DisplayOneCertificate.
           PERFORM SetExemptTypeText.
           EVALUATE TRUE
               WHEN TcExpDate < BusinessDate
                   MOVE "EXPIRED" TO CertStateText
               WHEN TcEffDate > BusinessDate
                   MOVE "FUTURE" TO CertStateText
               WHEN OTHER
                   MOVE "VALID" TO CertStateText
           END-EVALUATE.
           DISPLAY TcJurisCode " " TcCertNumber " " ExemptTypeText
               " " TcEffDate " - " TcExpDate " " CertStateText.
       SetExemptTypeText.
           EVALUATE TcExemptType
               WHEN "RS" MOVE "Resale" TO ExemptTypeText
               WHEN "NP" MOVE "Non-Profit" TO ExemptTypeText
               WHEN "GV" MOVE "Government" TO ExemptTypeText
               WHEN OTHER MOVE "Other" TO ExemptTypeText
           END-EVALUATE.
      * One certificate is held per customer and jurisdiction; a
      * renewal simply replaces the certificate on file.
       AddCertificate.
           PERFORM GetCustomer.
           MOVE CustFoundFlag TO CertOKFlag.
           IF CertOKFlag = 'Y'
               DISPLAY "Jurisdiction (blank = customer's) : "
                   WITH NO ADVANCING
               ACCEPT WorkJurisCode
               IF WorkJurisCode = SPACES
                   MOVE CustJurisCode TO WorkJurisCode
               END-IF
               IF WorkJurisCode = SPACES
                   DISPLAY "Customer Has No Tax Jurisdiction"
                   MOVE 'N' TO CertOKFlag
               END-IF
           END-IF.
           IF CertOKFlag = 'Y'
               DISPLAY "Certificate Number : " WITH NO ADVANCING
               ACCEPT WorkCertNumber
               IF WorkCertNumber = SPACES
                   DISPLAY "Certificate Number Is Required"
                   MOVE 'N' TO CertOKFlag
               END-IF
           END-IF.
           IF CertOKFlag = 'Y'
               DISPLAY "Exemption Type (RS=Resale NP=Non-Profit "
                   "GV=Government OT=Other) : " WITH NO ADVANCING
               ACCEPT WorkExemptType
               MOVE FUNCTION UPPER-CASE(WorkExemptType)
                   TO TcExemptType
               IF NOT TcTypeValid
                   DISPLAY "Exemption Type Not Recognised"
                   MOVE 'N' TO CertOKFlag
               ELSE
                   MOVE TcExemptType TO WorkExemptType
               END-IF
           END-IF.
           IF CertOKFlag = 'Y'
               DISPLAY "Effective Date (YYYYMMDD) : " WITH NO ADVANCING
               ACCEPT WorkEffDate
               DISPLAY "Expiry Date (YYYYMMDD)    : " WITH NO ADVANCING
               ACCEPT WorkExpDate
               MOVE WorkEffDate TO CheckDate
               PERFORM ValidateDate
               MOVE DateValidFlag TO CertOKFlag
               MOVE WorkExpDate TO CheckDate
               PERFORM ValidateDate
               IF DateValidFlag = 'N'
                   MOVE 'N' TO CertOKFlag
               END-IF
               IF CertOKFlag = 'N'
                   DISPLAY "Dates Must Be Valid YYYYMMDD Dates"
               ELSE
                   IF WorkExpDate < WorkEffDate
                       DISPLAY "Expiry Date Is Before Effective Date"
                       MOVE 'N' TO CertOKFlag
                   END-IF
               END-IF
           END-IF.
           IF CertOKFlag = 'Y'
               PERFORM SaveCertificate
           ELSE
               DISPLAY "Certificate Not Saved"
           END-IF.
       ValidateDate.
           MOVE 'Y' TO DateValidFlag.
           IF CheckYear < 1900 OR CheckMonth < 1 OR CheckMonth > 12
                   OR CheckDay < 1 OR CheckDay > 31
               MOVE 'N' TO DateValidFlag
           END-IF.
       SaveCertificate.
           MOVE WorkIDNum TO TcIDNum.
           MOVE WorkJurisCode TO TcJurisCode.
           MOVE 'Y' TO CertFoundFlag.
           READ TaxCertFile
               INVALID KEY MOVE 'N' TO CertFoundFlag
           END-READ.
           IF CertFoundFlag = 'Y'
               MOVE "CERTRENEW" TO AuditOperation
               MOVE TcCertNumber TO OldCertNumber
           ELSE
               MOVE "CERTADD" TO AuditOperation
               MOVE SPACES TO OldCertNumber
           END-IF.
           MOVE WorkCertNumber TO TcCertNumber.
           MOVE WorkExemptType TO TcExemptType.
           MOVE WorkEffDate TO TcEffDate.
           MOVE WorkExpDate TO TcExpDate.
           MOVE BusinessDate TO TcUpdDate.
           MOVE CurrentOpID TO TcOperator.
           IF CertFoundFlag = 'Y'
               REWRITE TaxCertData
                   INVALID KEY DISPLAY "Certificate Not Updated"
               END-REWRITE
           ELSE
               WRITE TaxCertData
                   INVALID KEY DISPLAY "Certificate Not Written"
               END-WRITE
           END-IF.
           PERFORM WriteCertAudit.
           DISPLAY "Certificate " TcCertNumber " Saved for "
               TcJurisCode.
       RemoveCertificate.
           PERFORM GetCustomer.
           IF CustFoundFlag = 'Y'
               DISPLAY "Jurisdiction : " WITH NO ADVANCING
               ACCEPT WorkJurisCode
               MOVE WorkIDNum TO TcIDNum
               MOVE WorkJurisCode TO TcJurisCode
               MOVE 'Y' TO CertFoundFlag
               READ TaxCertFile
                   INVALID KEY MOVE 'N' TO CertFoundFlag
               END-READ
               IF CertFoundFlag = 'N'
                   DISPLAY "No Certificate for Jurisdiction "
                       WorkJurisCode
               ELSE
                   DELETE TaxCertFile
                       INVALID KEY DISPLAY "Certificate Not Removed"
                       NOT INVALID KEY
                           MOVE "CERTDEL" TO AuditOperation
                           MOVE TcCertNumber TO OldCertNumber
                           MOVE SPACES TO TcCertNumber
                           PERFORM WriteCertAudit
                           DISPLAY "Certificate Removed - Sales Are "
                               "Taxed Again"
                   END-DELETE
               END-IF
           END-IF.
      * The old and new certificate numbers are carried in the first
      * name fields and the jurisdiction and expiry in the reason, so
      * a renewal shows both certificates side by side.
       WriteCertAudit.
           MOVE IDNum TO AuditIDNum.
           MOVE OldCertNumber TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE TcCertNumber TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           MOVE SPACES TO AuditReasonCode.
           STRING TcJurisCode " exp " TcExpDate
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
