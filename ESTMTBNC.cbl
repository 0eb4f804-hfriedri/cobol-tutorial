       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMTBNC.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BounceFile ASSIGN TO "estmtbnc.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BounceFileStatus.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL EDelivFile ASSIGN TO "edeliv.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EdIDNum.
              SELECT ExceptionFile ASSIGN TO "excpq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ExcFileStatus.
              SELECT CorrLogFile ASSIGN TO "corrlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BounceFile.
       01  BounceRecord.
               02  BnIDNum            PIC 9(6).
               02  BnAddress          PIC X(30).
               02  BnDate             PIC 9(8).
               02  BnReason           PIC X(20).
               02  BnBodyRef          PIC X(13).
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
       FD  EDelivFile.
       01  EDelivData.
               02  EdIDNum            PIC 9(6).
               02  EdOptIn            PIC X.
                   88  EdOptedIn      VALUE 'Y'.
                   88  EdPaper        VALUE 'N'.
               02  EdChangeDate       PIC 9(8).
               02  EdBounceDate       PIC 9(8).
               02  EdBounceCount      PIC 9(3).
       FD  ExceptionFile.
       01  ExcRecord.
               02  ExcIDNum           PIC 9(6).
               02  ExcSeverity        PIC X.
               02  ExcReason          PIC X(40).
               02  ExcDate            PIC 9(8).
               02  ExcStatus          PIC X.
                   88  ExcOpen        VALUE 'O'.
                   88  ExcResolved    VALUE 'R'.
       FD  CorrLogFile.
       01  CorrLogRecord.
               02  ClIDNum            PIC 9(6).
               02  ClDocType          PIC X(8).
               02  ClDate             PIC 9(8).
               02  ClRef              PIC X(10).
               02  ClSuppressed       PIC X.
                   88  ClSent         VALUE SPACE.
                   88  ClDoNotMail    VALUE 'D'.
                   88  ClBadAddress   VALUE 'B'.
                   88  ClBounced      VALUE 'R'.
               02  ClChannel          PIC X.
                   88  ClByPost       VALUE SPACE.
                   88  ClByEmail      VALUE 'E'.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       01  BounceFileStatus           PIC XX.
       01  ExcFileStatus              PIC XX.
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  EDelivFoundFlag            PIC X.
       01  BounceCount                PIC 9(5) VALUE 0.
       01  SwitchedCount              PIC 9(5) VALUE 0.
       01  IgnoredCount               PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "E-STATEMENT BOUNCE PROCESSING".
           OPEN INPUT BounceFile.
           IF BounceFileStatus NOT = "00"
               DISPLAY "No Bounce File From Mail Gateway"
               DISPLAY "END OF E-STATEMENT BOUNCE PROCESSING"
               STOP RUN
           END-IF.
           OPEN INPUT CustomerFile.
           OPEN I-O EDelivFile.
           OPEN EXTEND ExceptionFile.
           OPEN EXTEND CorrLogFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ BounceFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO BounceCount
                   PERFORM ProcessOneBounce
               END-IF
           END-PERFORM.
           CLOSE BounceFile.
           CLOSE CustomerFile.
           CLOSE EDelivFile.
           CLOSE ExceptionFile.
           CLOSE CorrLogFile.
           CLOSE AuditFile.
           DISPLAY "Bounces Received     : " BounceCount
           DISPLAY "Switched To Paper    : " SwitchedCount
           DISPLAY "Already On Paper     : " IgnoredCount
           IF SwitchedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF E-STATEMENT BOUNCE PROCESSING".
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
      * Every bounce is logged against the customer. A customer still
      * opted in is switched back to paper from the next statement and
      * an item is raised on the exceptions queue so the e-mail address
      * can be followed up.
       ProcessOneBounce.
           MOVE BnIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N'
               ADD 1 TO IgnoredCount
               DISPLAY "WARNING: bounce for unknown customer " BnIDNum
           ELSE
               PERFORM WriteBounceCorrLog
               MOVE BnIDNum TO EdIDNum
               MOVE 'Y' TO EDelivFoundFlag
               READ EDelivFile
                   INVALID KEY MOVE 'N' TO EDelivFoundFlag
               END-READ
               IF EDelivFoundFlag = 'Y' AND EdOptedIn
                   PERFORM SwitchToPaper
               ELSE
                   ADD 1 TO IgnoredCount
               END-IF
           END-IF.
       SwitchToPaper.
           SET EdPaper TO TRUE.
           MOVE BusinessDate TO EdChangeDate.
           MOVE BusinessDate TO EdBounceDate.
           ADD 1 TO EdBounceCount.
           REWRITE EDelivData
               INVALID KEY
                   DISPLAY "WARNING: delivery preference for "
                       EdIDNum " not updated"
               NOT INVALID KEY
                   ADD 1 TO SwitchedCount
                   PERFORM QueueBounceException
                   MOVE "EDELIV" TO AuditOperation
                   MOVE IDNum TO AuditIDNum
                   MOVE "Y" TO AuditBeforeFirstName
                   MOVE BnAddress(1:15) TO AuditBeforeLastName
                   MOVE "N" TO AuditAfterFirstName
                   MOVE SPACES TO AuditAfterLastName
                   MOVE BnReason TO AuditReasonCode
                   MOVE Balance TO AuditBeforeAmount
                   MOVE Balance TO AuditAfterAmount
                   PERFORM WriteAuditRecord
           END-REWRITE.
       QueueBounceException.
           MOVE IDNum TO ExcIDNum.
           MOVE 'M' TO ExcSeverity.
           MOVE "E-statement bounced - now on paper" TO ExcReason.
           MOVE BusinessDate TO ExcDate.
           SET ExcOpen TO TRUE.
           WRITE ExcRecord.
       WriteBounceCorrLog.
           MOVE IDNum TO ClIDNum.
           MOVE "STMT" TO ClDocType.
           MOVE BusinessDate TO ClDate.
           MOVE SPACES TO ClRef.
           IF BnBodyRef(1:1) = "S"
               MOVE BnBodyRef(8:6) TO ClRef
           END-IF.
           SET ClBounced TO TRUE.
           SET ClByEmail TO TRUE.
           WRITE CorrLogRecord.
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
