                  RECORD KEY IS StudID.
              SELECT StudAuditFile ASSIGN TO "studaudit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES
                  FILE STATUS IS CustFileStatus.
              SELECT MergedFile ASSIGN TO "student-merged.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MergedFileStatus.
              SELECT OPTIONAL ProgReqFile ASSIGN TO "pgmreq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProgReqStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
                   88  StandingGood   VALUE SPACE.
                   88  StandingProb   VALUE 'P'.
                   88  StandingSusp   VALUE 'S'.
               02  StudCustID         PIC 9(6).
               02  StudHold           PIC X.
                   88  NoStudentHold  VALUE SPACE.
                   88  FinancialHold  VALUE 'F'.
               02  StudProgram        PIC X(6).
       FD  StudAuditFile.
       01  StudAuditRecord.
               02  SaTimestamp        PIC X(21).
               02  NStudName          PIC X(10).
               02  NStudScore         PIC X.
               02  NStudGPA           PIC 9V99.
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
       FD  ProgReqFile.
       01  ProgReqRecord.
               02  PrProgram          PIC X(6).
               02  PrType             PIC X.
                   88  PrHeader       VALUE 'H'.
                   88  PrRequired     VALUE 'R'.
                   88  PrGroup        VALUE 'G'.
                   88  PrElective     VALUE 'E'.
               02  PrGroupCode        PIC X(6).
               02  PrCourseCode       PIC X(6).
               02  PrMinHours         PIC 9(3)V9.
               02  PrMinGPA           PIC 9V99.
               02  PrDesc             PIC X(20).
       WORKING-STORAGE SECTION.
       01  OldStandingCode            PIC X.
       01  NewStandingChoice          PIC X.
       01  OverrideReason             PIC X(20).
       01  MergedFileStatus           PIC XX.
       01  CustFileStatus             PIC XX.
       01  CustExists                 PIC X.
       01  WorkCustID                 PIC 9(6).
       01  ProgReqStatus              PIC XX.
       01  ProgExists                 PIC X.
       01  WorkProgram                PIC X(6).
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  StudExists                 PIC X.
               DISPLAY "5: List All Students"
               DISPLAY "6: Load Master From Merged File"
               DISPLAY "7: Override Academic Standing"
               DISPLAY "8: Set Billing Account"
               DISPLAY "9: Set Program"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 5 PERFORM ListAllStudents
                   WHEN 6 PERFORM LoadFromMergedFile
                   WHEN 7 PERFORM OverrideStanding
                   WHEN 8 PERFORM SetBillingAccount
                   WHEN 9 PERFORM SetProgram
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-PERFORM.
               CLOSE StudentFile
           DISPLAY "Enter GPA (9.99) : " WITH NO ADVANCING.
           ACCEPT StudGPA.
           MOVE SPACE TO StudRecStatus.
           MOVE ZEROS TO StudCustID.
           MOVE SPACE TO StudHold.
           MOVE SPACES TO StudProgram.
           WRITE StudentData
               INVALID KEY DISPLAY "Student ID Taken"
               NOT INVALID KEY DISPLAY "Student Added"
               DISPLAY "Score : " StudScore
               DISPLAY "GPA : " StudGPA
               PERFORM ShowStanding
               DISPLAY "Billing Account : " StudCustID
               DISPLAY "Program : " StudProgram
               IF FinancialHold
                   DISPLAY "Hold : FINANCIAL - NO ENROLLMENT"
               END-IF
           END-IF.
       ShowStanding.
           EVALUATE TRUE
           MOVE "REGISTR" TO SaOperator.
           WRITE StudAuditRecord.
           CLOSE StudAuditFile.
      * Tuition is billed to the customer account linked here. The
      * account must be live in the customer file; zero removes the
      * link and leaves the student out of tuition billing.
       SetBillingAccount.
           MOVE 'Y' TO StudExists.
           DISPLAY " "
           DISPLAY "Enter Student ID : " WITH NO ADVANCING.
           ACCEPT StudID.
           READ StudentFile
               INVALID KEY MOVE 'N' TO StudExists
           END-READ.
           IF StudExists = 'N' OR StudentDeleted
               DISPLAY "Student Does not Exist"
           ELSE
               DISPLAY "Current Billing Account : " StudCustID
               DISPLAY "New Billing Account (0 = None) : "
                   WITH NO ADVANCING
               ACCEPT WorkCustID
               PERFORM ValidateBillingAccount
               IF CustExists = 'Y'
                   MOVE WorkCustID TO StudCustID
                   REWRITE StudentData
                       INVALID KEY
                           DISPLAY "Student Not Updated"
                       NOT INVALID KEY
                           DISPLAY "Billing Account Updated"
                   END-REWRITE
               END-IF
           END-IF.
       ValidateBillingAccount.
           MOVE 'Y' TO CustExists.
           IF WorkCustID NOT = ZEROS
               OPEN INPUT CustomerFile
               IF CustFileStatus NOT = "00"
                   DISPLAY "Customer File Not Available"
                   MOVE 'N' TO CustExists
               ELSE
                   MOVE WorkCustID TO IDNum
                   READ CustomerFile
                       INVALID KEY MOVE 'N' TO CustExists
                   END-READ
                   IF CustExists = 'N' OR NOT RecordLive
                       DISPLAY "Customer Account Not Found or Closed"
                       MOVE 'N' TO CustExists
                   ELSE
                       DISPLAY "Billed To : " FUNCTION TRIM(FirstName)
                           " " FUNCTION TRIM(LastName)
                   END-IF
                   CLOSE CustomerFile
               END-IF
           END-IF.
      * The program a student is working towards is audited by
      * DEGAUDIT. It must have a header line in pgmreq.dat (maintained
      * in CRSMAINT); blank removes the program.
       SetProgram.
           MOVE 'Y' TO StudExists.
           DISPLAY " "
           DISPLAY "Enter Student ID : " WITH NO ADVANCING.
           ACCEPT StudID.
           READ StudentFile
               INVALID KEY MOVE 'N' TO StudExists
           END-READ.
           IF StudExists = 'N' OR StudentDeleted
               DISPLAY "Student Does not Exist"
           ELSE
               DISPLAY "Current Program : " StudProgram
               DISPLAY "New Program (Blank = None) : "
                   WITH NO ADVANCING
               ACCEPT WorkProgram
               MOVE FUNCTION UPPER-CASE(WorkProgram) TO WorkProgram
               PERFORM ValidateProgram
               IF ProgExists = 'Y'
                   MOVE WorkProgram TO StudProgram
                   REWRITE StudentData
                       INVALID KEY
                           DISPLAY "Student Not Updated"
                       NOT INVALID KEY
                           DISPLAY "Program Updated"
                   END-REWRITE
               ELSE
                   DISPLAY "Program Not on File - Not Changed"
               END-IF
           END-IF.
       ValidateProgram.
           MOVE 'Y' TO ProgExists.
           IF WorkProgram NOT = SPACES
               MOVE 'N' TO ProgExists
               MOVE 'N' TO EndOfFileFlag
               OPEN INPUT ProgReqFile
               PERFORM UNTIL EndOfFileFlag = 'Y'
                   READ ProgReqFile
                       AT END MOVE 'Y' TO EndOfFileFlag
                   END-READ
                   IF EndOfFileFlag = 'N' AND PrProgram = WorkProgram
                           AND PrHeader
                       MOVE 'Y' TO ProgExists
                       DISPLAY "Program : " PrDesc
                   END-IF
               END-PERFORM
               IF ProgReqStatus = "00" OR ProgReqStatus = "05"
                       OR ProgReqStatus = "10"
                   CLOSE ProgReqFile
               END-IF
           END-IF.
       ListAllStudents.
           DISPLAY " "
           DISPLAY "ALL STUDENTS"
                   MOVE NStudScore TO StudScore
                   MOVE NStudGPA TO StudGPA
                   MOVE SPACE TO StudRecStatus
                   MOVE ZEROS TO StudCustID
                   MOVE SPACE TO StudHold
                   MOVE SPACES TO StudProgram
                   WRITE StudentData
                       INVALID KEY ADD 1 TO SkippedCount
                       NOT INVALID KEY ADD 1 TO LoadedCount
