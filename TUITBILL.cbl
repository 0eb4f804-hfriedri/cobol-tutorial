       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITBILL.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT TuitParmFile ASSIGN TO "tuitparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TuitParmStatus.
              SELECT OPTIONAL TuitFeeFile ASSIGN TO "tuitfee.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TuitFeeStatus.
              SELECT OPTIONAL TuitBillFile ASSIGN TO "tuitbill.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TuitBillStatus.
              SELECT EnrollFile ASSIGN TO "enroll.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EnrollFileStatus.
              SELECT OPTIONAL CourseGradeFile ASSIGN TO "crsgrade.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CourseGradeStatus.
              SELECT OPTIONAL RegFile ASSIGN TO "crsreg.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RegFileStatus.
              SELECT OPTIONAL CourseCatFile ASSIGN TO "crscat.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcCourseCode.
              SELECT StudentFile ASSIGN TO "studmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudID.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT ControlTotalsFile ASSIGN TO "ctltot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CtlFileStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT InvCtlFile ASSIGN TO "invctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvCtlStatus.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT RegisterFile ASSIGN TO "tuitbill.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TuitParmFile.
       01  TuitParmRecord.
               02  TpTermCode         PIC X(6).
               02  TpTermStart        PIC 9(8).
               02  TpHourRate         PIC 9(4)V99.
               02  TpRefundDays       PIC 9(3).
               02  TpHoldDays         PIC 9(3).
               02  TpHoldAmount       PIC 9(7)V99.
       FD  TuitFeeFile.
       01  TuitFeeRecord.
               02  TfFeeCode          PIC X(6).
               02  TfFeeDesc          PIC X(20).
               02  TfFeeAmount        PIC 9(5)V99.
       FD  TuitBillFile.
       01  TuitBillRecord.
               02  TbStudID           PIC 9(5).
               02  TbTerm             PIC X(6).
               02  TbCustID           PIC 9(6).
               02  TbHours            PIC 9(3)V9.
               02  TbTuition          PIC S9(7)V99.
               02  TbFees             PIC S9(7)V99.
               02  TbDropDone         PIC X.
               02  TbInvoice          PIC 9(6).
               02  TbDate             PIC 9(8).
       FD  EnrollFile.
       01  EnrollRecord.
               02  EnStudID           PIC 9(5).
               02  EnTerm             PIC X(6).
               02  EnStatus           PIC X.
                   88  EnEnrolled     VALUE 'E'.
                   88  EnDropped      VALUE 'D'.
               02  EnDate             PIC 9(8).
       FD  CourseGradeFile.
       01  CourseGradeRecord.
               02  CgStudID           PIC 9(5).
               02  CgTerm             PIC X(6).
               02  CgCourseCode       PIC X(6).
               02  CgScore            PIC X.
               02  CgGradePoints      PIC 9V99.
               02  CgCreditHours      PIC 9V9.
       FD  RegFile.
       01  RegRecord.
               02  RgStudID           PIC 9(5).
               02  RgTerm             PIC X(6).
               02  RgCourseCode       PIC X(6).
               02  RgSection          PIC X(2).
               02  RgStatus           PIC X.
                   88  RgEnrolled     VALUE 'E'.
                   88  RgWaiting      VALUE 'W'.
                   88  RgDropped      VALUE 'D'.
               02  RgWaitSeq          PIC 9(4).
               02  RgDate             PIC 9(8).
               02  RgOverrideBy       PIC X(8).
               02  RgOverrideCode     PIC X(6).
               02  RgPromoteDate      PIC 9(8).
               02  RgNotified         PIC X.
       FD  CourseCatFile.
       01  CourseCatData.
               02  CcCourseCode       PIC X(6).
               02  CcTitle            PIC X(20).
               02  CcCreditHours      PIC 9V9.
               02  CcPrereqs.
                   03  CcPrereq       OCCURS 3 TIMES.
                       04  CcPrereqCode   PIC X(6).
                       04  CcPrereqGrade  PIC X.
       FD  StudentFile.
       01  StudentData.
               02  StudID             PIC 9(5).
               02  StudName           PIC X(10).
               02  StudScore          PIC X.
               02  StudGPA            PIC 9V99.
               02  StudRecStatus      PIC X.
                   88  StudentActive  VALUE SPACE.
                   88  StudentDeleted VALUE 'D'.
               02  StudStanding       PIC X.
                   88  StandingGood   VALUE SPACE.
                   88  StandingProb   VALUE 'P'.
                   88  StandingSusp   VALUE 'S'.
               02  StudCustID         PIC 9(6).
               02  StudHold           PIC X.
                   88  NoStudentHold  VALUE SPACE.
                   88  FinancialHold  VALUE 'F'.
               02  StudProgram        PIC X(6).
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
       FD  ControlTotalsFile.
       01  ControlTotalsRecord.
               02  CtlRecActiveCount  PIC 9(6).
               02  CtlRecTotalBalance PIC S9(11)V99.
               02  CtlRecMTDAdds      PIC 9(6).
               02  CtlRecMTDDeletes   PIC 9(6).
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
       FD  PostingFile.
       01  PostRecord.
               02  PostKey.
                   03  PostIDNum      PIC 9(6).
                   03  PostSeqNum     PIC 9(9).
               02  PostDate           PIC 9(8).
               02  PostType           PIC X(8).
               02  PostRef            PIC X(10).
               02  PostAmount         PIC S9(7)V99.
               02  PostBalAfter       PIC S9(7)V99.
       FD  AuditChainFile.
       01  AuditChainRecord.
               02  AcLastSeq          PIC 9(9).
               02  AcLastChain        PIC 9(9).
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
       FD  InvCtlFile.
       01  InvCtlRecord.
               02  InvCtlNextNum      PIC 9(6).
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
       FD  RegisterFile.
       01  RegisterLine               PIC X(100).
       WORKING-STORAGE SECTION.
       01  TuitParmStatus             PIC XX.
       01  TuitFeeStatus              PIC XX.
       01  TuitBillStatus             PIC XX.
       01  EnrollFileStatus           PIC XX.
       01  CourseGradeStatus          PIC XX.
       01  RegFileStatus              PIC XX.
       01  CtlFileStatus              PIC XX.
       01  ProcDateStatus             PIC XX.
       01  AuditChnStatus             PIC XX.
       01  PostSeqStatus              PIC XX.
       01  InvCtlStatus               PIC XX.
       01  CtlActiveCount             PIC 9(6) VALUE 0.
       01  CtlTotalBalance            PIC S9(11)V99 VALUE ZEROS.
       01  CtlMTDAdds                 PIC 9(6) VALUE 0.
       01  CtlMTDDeletes              PIC 9(6) VALUE 0.
       01  OpeningCtlBalance          PIC S9(11)V99 VALUE ZEROS.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  LockBusyFlag               PIC X.
       01  LockAction                 PIC X(4).
       01  LockCallerID               PIC X(8).
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  ParmFoundFlag              PIC X VALUE 'N'.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  StudExists                 PIC X.
       01  CustExists                 PIC X.
       01  CourseExists               PIC X.
       01  ItemEOFFlag                PIC X.
       01  FeeTotal                   PIC 9(6)V99 VALUE ZEROS.
       01  FeeIdx                     PIC 99.
       01  FeeTable.
               02  FeeCount           PIC 99 VALUE 0.
               02  FeeEntry           OCCURS 1 TO 20 TIMES
                                      DEPENDING ON FeeCount.
                   03  FTCode         PIC X(6).
                   03  FTDesc         PIC X(20).
                   03  FTAmount       PIC 9(5)V99.
       01  HourIdx                    PIC 9(4).
       01  FoundHourIdx               PIC 9(4).
       01  CourseHours                PIC 9V9.
       01  StudHours                  PIC 9(3)V9999.
       01  HourCourseCode             PIC X(6).
       01  BilledHours                PIC 9(3)V9999.
       01  HoursTable.
               02  HourCount          PIC 9(4) VALUE 0.
               02  HourEntry          OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON HourCount.
                   03  HTStudID       PIC 9(5).
                   03  HTCourseCode   PIC X(6).
                   03  HTHours        PIC 9(3)V9999.
       01  LedgerIdx                  PIC 9(4).
       01  LgIdx                      PIC 9(4).
       01  LedgerTable.
               02  LgCount            PIC 9(4) VALUE 0.
               02  LgEntry            OCCURS 1 TO 999 TIMES
                                      DEPENDING ON LgCount.
                   03  LTStudID       PIC 9(5).
                   03  LTTerm         PIC X(6).
                   03  LTCustID       PIC 9(6).
                   03  LTHours        PIC 9(3)V9.
                   03  LTTuition      PIC S9(7)V99.
                   03  LTFees         PIC S9(7)V99.
                   03  LTDropDone     PIC X.
                   03  LTInvoice      PIC 9(6).
                   03  LTDate         PIC 9(8).
       01  TuitionDue                 PIC S9(7)V99.
       01  TuitionDelta               PIC S9(7)V99.
       01  FeeDelta                   PIC S9(7)V99.
       01  DocAmount                  PIC S9(7)V99.
       01  DocRef                     PIC X(10).
       01  InvoiceNum                 PIC 9(6).
       01  RefundPct                  PIC 9V9999.
       01  RefundDate                 PIC 9(8).
       01  DaysIntoTerm               PIC S9(7).
       01  ItemAge                    PIC S9(7).
       01  OverdueAmount              PIC S9(9)V99.
       01  CustDisputed               PIC S9(9)V99.
       01  ItemDisputed               PIC S9(9)V99.
       01  DspCustID                  PIC 9(6).
       01  DspInvoice                 PIC 9(6).
       01  DspOpenAmount              PIC 9(7)V99.
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       01  ExcpText                   PIC X(30).
       01  ChargedCount               PIC 9(5) VALUE 0.
       01  ChargedTotal               PIC S9(9)V99 VALUE ZEROS.
       01  CreditedCount              PIC 9(5) VALUE 0.
       01  CreditedTotal              PIC S9(9)V99 VALUE ZEROS.
       01  NoRefundCount              PIC 9(5) VALUE 0.
       01  ExceptionCount             PIC 9(5) VALUE 0.
       01  HoldsPlaced                PIC 9(5) VALUE 0.
       01  HoldsReleased              PIC 9(5) VALUE 0.
       01  HoldsInForce               PIC 9(5) VALUE 0.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportFees                 PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZ9.99-.
       01  ReportBalance              PIC ZZZZZZZZZZ9.99-.
       01  ReportHours                PIC ZZ9.9.
       01  ReportRate                 PIC ZZZ9.99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "TERM TUITION BILLING".
           PERFORM LoadTuitionParms.
           IF ParmFoundFlag = 'N'
               DISPLAY "tuitparm.dat Missing or Incomplete - "
                   "Billing Not Run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Billing Term : " TpTermCode.
           PERFORM LoadFeeTable.
           PERFORM LoadTermHours.
           PERFORM LoadBillLedger.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           MOVE CtlTotalBalance TO OpeningCtlBalance.
           OPEN I-O StudentFile.
           OPEN I-O CustomerFile.
           OPEN EXTEND AuditFile.
           OPEN I-O PostingFile.
           PERFORM WriteRegisterHeading.
           PERFORM BillTermEnrollment.
           CLOSE CustomerFile.
           CLOSE PostingFile.
           PERFORM SaveControlTotals.
           PERFORM SaveBillLedger.
           PERFORM ReleaseCustLock.
           PERFORM ReviewFinancialHolds.
           CLOSE StudentFile.
           CLOSE AuditFile.
           PERFORM WriteRegisterTotals.
           MOVE ChargedTotal TO ReportTotal.
           DISPLAY "Students Charged  : " ChargedCount
               "  Total " ReportTotal
           MOVE CreditedTotal TO ReportTotal.
           DISPLAY "Drops Credited    : " CreditedCount
               "  Total " ReportTotal
           DISPLAY "Drops No Refund   : " NoRefundCount
           DISPLAY "Not Billed        : " ExceptionCount
           DISPLAY "Holds Placed      : " HoldsPlaced
           DISPLAY "Holds Released    : " HoldsReleased
           DISPLAY "Register Written to tuitbill.lst"
           IF ExceptionCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF TERM TUITION BILLING".
           STOP RUN.
       AcquireCustLock.
           MOVE "TUITBILL" TO LockCallerID.
           MOVE "GETW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           MOVE "RELW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
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
      * The billing term, its start date and the rate per credit hour
      * are kept in tuitparm.dat through PARMMNT. Without a term, a
      * valid start date and a rate nothing can be billed.
       LoadTuitionParms.
           MOVE 'N' TO ParmFoundFlag.
           OPEN INPUT TuitParmFile.
           IF TuitParmStatus = "00"
               READ TuitParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF TpTermCode NOT = SPACES
                               AND TpTermStart IS NUMERIC
                               AND TpHourRate IS NUMERIC
                               AND TpHourRate > ZEROS
                           MOVE 'Y' TO ParmFoundFlag
                       END-IF
               END-READ
               CLOSE TuitParmFile
           END-IF.
           IF ParmFoundFlag = 'Y'
               IF FUNCTION TEST-DATE-YYYYMMDD(TpTermStart) NOT = 0
                   MOVE 'N' TO ParmFoundFlag
               END-IF
               IF TpRefundDays IS NOT NUMERIC
                   MOVE ZEROS TO TpRefundDays
               END-IF
               IF TpHoldDays IS NOT NUMERIC
                   MOVE ZEROS TO TpHoldDays
               END-IF
               IF TpHoldAmount IS NOT NUMERIC
                   MOVE ZEROS TO TpHoldAmount
               END-IF
           END-IF.
       LoadFeeTable.
           MOVE 0 TO FeeCount.
           MOVE ZEROS TO FeeTotal.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT TuitFeeFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ TuitFeeFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND FeeCount < 20
                       AND TfFeeAmount IS NUMERIC
                   ADD 1 TO FeeCount
                   MOVE TfFeeCode TO FTCode(FeeCount)
                   MOVE TfFeeDesc TO FTDesc(FeeCount)
                   MOVE TfFeeAmount TO FTAmount(FeeCount)
                   ADD TfFeeAmount TO FeeTotal
               END-IF
           END-PERFORM.
           IF TuitFeeStatus = "00" OR TuitFeeStatus = "05"
                   OR TuitFeeStatus = "10"
               CLOSE TuitFeeFile
           END-IF.
      * Credit hours are held per student and course. A course
      * registered in a section for the term (crsreg.dat) is billed
      * from its registration: in full while registered, nothing
      * while only waitlisted, and once dropped for the part of the
      * course the refund schedule keeps at the drop date. Courses on
      * crsgrade.dat for the term with no section registration are
      * billed in full as before. Hours come from the course
      * catalogue; a course no longer in the catalogue keeps the
      * hours it was graded with, or none if only registered.
       LoadTermHours.
           MOVE 0 TO HourCount.
           OPEN INPUT CourseCatFile.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT RegFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RegFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RgTerm = TpTermCode
                   MOVE ZEROS TO CourseHours
                   MOVE RgCourseCode TO HourCourseCode
                   PERFORM GetCatalogueHours
                   PERFORM AddRegisteredHours
               END-IF
           END-PERFORM.
           IF RegFileStatus = "00" OR RegFileStatus = "05"
                   OR RegFileStatus = "10"
               CLOSE RegFile
           END-IF.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CourseGradeFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CourseGradeFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND CgTerm = TpTermCode
                   MOVE CgStudID TO StudID
                   MOVE CgCourseCode TO HourCourseCode
                   PERFORM FindCourseHours
                   IF FoundHourIdx = 0
                       MOVE CgCreditHours TO CourseHours
                       PERFORM GetCatalogueHours
                       MOVE CourseHours TO BilledHours
                       PERFORM AddTermHours
                   END-IF
               END-IF
           END-PERFORM.
           IF CourseGradeStatus = "00" OR CourseGradeStatus = "05"
                   OR CourseGradeStatus = "10"
               CLOSE CourseGradeFile
           END-IF.
           CLOSE CourseCatFile.
       GetCatalogueHours.
           MOVE HourCourseCode TO CcCourseCode.
           MOVE 'Y' TO CourseExists.
           READ CourseCatFile
               INVALID KEY MOVE 'N' TO CourseExists
           END-READ.
           IF CourseExists = 'Y'
               MOVE CcCreditHours TO CourseHours
           END-IF.
      * A dropped registration counts only if the student held the
      * seat: placed straight into the section (no waitlist sequence)
      * or moved in from the waitlist (promotion date set).
       AddRegisteredHours.
           MOVE RgStudID TO StudID.
           EVALUATE TRUE
               WHEN RgEnrolled
                   MOVE CourseHours TO BilledHours
               WHEN RgDropped AND (RgWaitSeq = ZEROS
                       OR RgPromoteDate NOT = ZEROS)
                   MOVE RgDate TO RefundDate
                   PERFORM ComputeRefundPct
                   COMPUTE BilledHours ROUNDED =
                       CourseHours * (1 - RefundPct)
               WHEN OTHER
                   MOVE ZEROS TO BilledHours
           END-EVALUATE.
           PERFORM FindCourseHours.
           IF FoundHourIdx = 0
               PERFORM AddTermHours
           END-IF.
       AddTermHours.
           IF HourCount < 3000
               ADD 1 TO HourCount
               MOVE StudID TO HTStudID(HourCount)
               MOVE HourCourseCode TO HTCourseCode(HourCount)
               MOVE BilledHours TO HTHours(HourCount)
           END-IF.
       FindCourseHours.
           MOVE 0 TO FoundHourIdx.
           PERFORM VARYING HourIdx FROM 1 BY 1
                   UNTIL HourIdx > HourCount OR FoundHourIdx > 0
               IF HTStudID(HourIdx) = StudID
                       AND HTCourseCode(HourIdx) = HourCourseCode
                   MOVE HourIdx TO FoundHourIdx
               END-IF
           END-PERFORM.
       FindTermHours.
           MOVE ZEROS TO StudHours.
           PERFORM VARYING HourIdx FROM 1 BY 1
                   UNTIL HourIdx > HourCount
               IF HTStudID(HourIdx) = StudID
                   ADD HTHours(HourIdx) TO StudHours
               END-IF
           END-PERFORM.
      * tuitbill.dat holds, for every student and term, what has been
      * charged and credited so far. Each run bills only the
      * difference, so the program can be rerun as registrations
      * change without billing anyone twice.
       LoadBillLedger.
           MOVE 0 TO LgCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT TuitBillFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ TuitBillFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND LgCount < 999
                   ADD 1 TO LgCount
                   MOVE TbStudID TO LTStudID(LgCount)
                   MOVE TbTerm TO LTTerm(LgCount)
                   MOVE TbCustID TO LTCustID(LgCount)
                   MOVE TbHours TO LTHours(LgCount)
                   MOVE TbTuition TO LTTuition(LgCount)
                   MOVE TbFees TO LTFees(LgCount)
                   MOVE TbDropDone TO LTDropDone(LgCount)
                   MOVE TbInvoice TO LTInvoice(LgCount)
                   MOVE TbDate TO LTDate(LgCount)
               END-IF
           END-PERFORM.
           IF TuitBillStatus = "00" OR TuitBillStatus = "05"
                   OR TuitBillStatus = "10"
               CLOSE TuitBillFile
           END-IF.
       SaveBillLedger.
           OPEN OUTPUT TuitBillFile.
           PERFORM VARYING LedgerIdx FROM 1 BY 1
                   UNTIL LedgerIdx > LgCount
               MOVE LTStudID(LedgerIdx) TO TbStudID
               MOVE LTTerm(LedgerIdx) TO TbTerm
               MOVE LTCustID(LedgerIdx) TO TbCustID
               MOVE LTHours(LedgerIdx) TO TbHours
               MOVE LTTuition(LedgerIdx) TO TbTuition
               MOVE LTFees(LedgerIdx) TO TbFees
               MOVE LTDropDone(LedgerIdx) TO TbDropDone
               MOVE LTInvoice(LedgerIdx) TO TbInvoice
               MOVE LTDate(LedgerIdx) TO TbDate
               WRITE TuitBillRecord
           END-PERFORM.
           CLOSE TuitBillFile.
       FindLedgerEntry.
           MOVE 0 TO LedgerIdx.
           PERFORM VARYING LgIdx FROM 1 BY 1
                   UNTIL LgIdx > LgCount OR LedgerIdx > 0
               IF LTStudID(LgIdx) = EnStudID
                       AND LTTerm(LgIdx) = TpTermCode
                   MOVE LgIdx TO LedgerIdx
               END-IF
           END-PERFORM.
       AddLedgerEntry.
           ADD 1 TO LgCount.
           MOVE LgCount TO LedgerIdx.
           MOVE EnStudID TO LTStudID(LedgerIdx).
           MOVE TpTermCode TO LTTerm(LedgerIdx).
           MOVE IDNum TO LTCustID(LedgerIdx).
           MOVE ZEROS TO LTHours(LedgerIdx).
           MOVE ZEROS TO LTTuition(LedgerIdx).
           MOVE ZEROS TO LTFees(LedgerIdx).
           MOVE 'N' TO LTDropDone(LedgerIdx).
           MOVE ZEROS TO LTInvoice(LedgerIdx).
           MOVE ZEROS TO LTDate(LedgerIdx).
       BillTermEnrollment.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT EnrollFile.
           IF EnrollFileStatus NOT = "00"
               DISPLAY "enroll.dat Not Found - Nothing Billed"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ EnrollFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND EnTerm = TpTermCode
                   PERFORM BillOneEnrollment
               END-IF
           END-PERFORM.
           IF EnrollFileStatus = "00" OR EnrollFileStatus = "10"
               CLOSE EnrollFile
           END-IF.
      * Once a student has been billed for the term, every later
      * charge and credit for that term goes to the same billing
      * account, even if the student has been linked to another
      * account since.
       BillOneEnrollment.
           MOVE EnStudID TO StudID.
           MOVE 'Y' TO StudExists.
           READ StudentFile
               INVALID KEY MOVE 'N' TO StudExists
           END-READ.
           PERFORM FindLedgerEntry.
           EVALUATE TRUE
               WHEN StudExists = 'N' OR StudentDeleted
                   MOVE "STUDENT NOT ON MASTER" TO ExcpText
                   PERFORM WriteExceptionLine
               WHEN LedgerIdx = 0 AND EnDropped
                   CONTINUE
               WHEN LedgerIdx = 0 AND StudCustID = ZEROS
                   MOVE "NO BILLING ACCOUNT" TO ExcpText
                   PERFORM WriteExceptionLine
               WHEN LedgerIdx = 0 AND LgCount >= 999
                   MOVE "BILLING LEDGER FULL" TO ExcpText
                   PERFORM WriteExceptionLine
               WHEN OTHER
                   IF LedgerIdx > 0
                       MOVE LTCustID(LedgerIdx) TO IDNum
                   ELSE
                       MOVE StudCustID TO IDNum
                   END-IF
                   MOVE 'Y' TO CustExists
                   READ CustomerFile
                       INVALID KEY MOVE 'N' TO CustExists
                   END-READ
                   IF CustExists = 'N' OR NOT RecordLive
                       MOVE "BILLING ACCOUNT NOT LIVE" TO ExcpText
                       PERFORM WriteExceptionLine
                   ELSE
                       IF LedgerIdx = 0
                           PERFORM AddLedgerEntry
                       END-IF
                       IF EnEnrolled
                           PERFORM ChargeEnrollment
                       ELSE
                           PERFORM CreditDrop
                       END-IF
                   END-IF
           END-EVALUATE.
      * An enrolled student owes the credit hours at the term rate
      * plus every fee on the fee table. Whatever differs from what
      * has already been billed is charged as a new invoice, or
      * credited back when hours have come off.
       ChargeEnrollment.
           PERFORM FindTermHours.
           COMPUTE TuitionDue ROUNDED = StudHours * TpHourRate.
           COMPUTE TuitionDelta = TuitionDue - LTTuition(LedgerIdx).
           COMPUTE FeeDelta = FeeTotal - LTFees(LedgerIdx).
           COMPUTE DocAmount = TuitionDelta + FeeDelta.
           MOVE 'N' TO LTDropDone(LedgerIdx).
           MOVE StudHours TO LTHours(LedgerIdx).
           IF TuitionDelta NOT = ZEROS OR FeeDelta NOT = ZEROS
               IF DocAmount > ZEROS
                   PERFORM AssignInvoiceNumber
                   MOVE InvoiceNum TO DocRef
               ELSE
                   MOVE LTInvoice(LedgerIdx) TO DocRef
               END-IF
               PERFORM PostToBillingAccount
           END-IF.
      * A drop before the term starts is credited in full. A drop
      * inside the refund window is credited the part of the tuition
      * for the days of the window still to run; fees are kept once
      * the term has started. After the window nothing is refunded.
       CreditDrop.
           IF LTDropDone(LedgerIdx) NOT = 'Y'
               MOVE EnDate TO RefundDate
               PERFORM ComputeRefundPct
               COMPUTE TuitionDelta ROUNDED =
                   0 - LTTuition(LedgerIdx) * RefundPct
               IF EnDate < TpTermStart
                   COMPUTE FeeDelta = 0 - LTFees(LedgerIdx)
               ELSE
                   MOVE ZEROS TO FeeDelta
               END-IF
               COMPUTE DocAmount = TuitionDelta + FeeDelta
               IF DocAmount < ZEROS
                   MOVE LTInvoice(LedgerIdx) TO DocRef
                   PERFORM PostToBillingAccount
               ELSE
                   MOVE 'Y' TO LTDropDone(LedgerIdx)
                   ADD 1 TO NoRefundCount
                   MOVE "DROPPED - NO REFUND DUE" TO ExcpText
                   PERFORM WriteDropLine
               END-IF
           END-IF.
       ComputeRefundPct.
           IF RefundDate < TpTermStart
               MOVE 1 TO RefundPct
           ELSE
               COMPUTE DaysIntoTerm =
                   FUNCTION INTEGER-OF-DATE(RefundDate)
                   - FUNCTION INTEGER-OF-DATE(TpTermStart)
               IF DaysIntoTerm < TpRefundDays
                   COMPUTE RefundPct ROUNDED =
                       (TpRefundDays - DaysIntoTerm)
                       / TpRefundDays
               ELSE
                   MOVE ZEROS TO RefundPct
               END-IF
           END-IF.
       PostToBillingAccount.
           MOVE Balance TO AuditBeforeAmount.
           ADD DocAmount TO Balance.
           IF DocAmount > ZEROS AND RecordDormant
               SET RecordActive TO TRUE
           END-IF.
           PERFORM StampLastActivity.
           REWRITE CustomerData
               INVALID KEY
                   MOVE "BILLING ACCOUNT NOT UPDATED" TO ExcpText
                   PERFORM WriteExceptionLine
               NOT INVALID KEY
                   ADD DocAmount TO CtlTotalBalance
                   ADD TuitionDelta TO LTTuition(LedgerIdx)
                   ADD FeeDelta TO LTFees(LedgerIdx)
                   MOVE BusinessDate TO LTDate(LedgerIdx)
                   IF EnDropped
                       MOVE 'Y' TO LTDropDone(LedgerIdx)
                   END-IF
                   PERFORM WriteTuitionPostings
                   PERFORM UpdateOpenItems
                   PERFORM WriteBillingAudit
                   PERFORM WriteBillingLine
           END-REWRITE.
      * Tuition and fees post separately so the GL interface can carry
      * them to their own revenue accounts. Anything coming back to
      * the student posts as a tuition credit.
       WriteTuitionPostings.
           IF TuitionDelta NOT = ZEROS
               MOVE IDNum TO PostIDNum
               MOVE BizMonth TO PostDate(1:2)
               MOVE BizDay TO PostDate(3:2)
               MOVE BizYear TO PostDate(5:4)
               IF TuitionDelta > ZEROS
                   MOVE "TUITION" TO PostType
               ELSE
                   MOVE "TUITCRED" TO PostType
               END-IF
               MOVE DocRef TO PostRef
               MOVE TuitionDelta TO PostAmount
               COMPUTE PostBalAfter = Balance - FeeDelta
               PERFORM AssignPostSeq
               WRITE PostRecord
                   INVALID KEY
                       DISPLAY "WARNING: posting not written"
               END-WRITE
           END-IF.
           IF FeeDelta NOT = ZEROS
               MOVE IDNum TO PostIDNum
               MOVE BizMonth TO PostDate(1:2)
               MOVE BizDay TO PostDate(3:2)
               MOVE BizYear TO PostDate(5:4)
               IF FeeDelta > ZEROS
                   MOVE "TUITFEE" TO PostType
               ELSE
                   MOVE "TUITCRED" TO PostType
               END-IF
               MOVE DocRef TO PostRef
               MOVE FeeDelta TO PostAmount
               MOVE Balance TO PostBalAfter
               PERFORM AssignPostSeq
               WRITE PostRecord
                   INVALID KEY
                       DISPLAY "WARNING: posting not written"
               END-WRITE
           END-IF.
      * A charge opens a new item for aging and payment application;
      * a credit settles the latest tuition invoice first and then the
      * oldest other items.
       UpdateOpenItems.
           MOVE IDNum TO OiCustID.
           MOVE BusinessDate TO OiTxnDate.
           MOVE TpTermCode TO OiTxnRef.
           IF DocAmount > ZEROS
               MOVE "ADD " TO OiAction
               MOVE InvoiceNum TO OiInvoice
               MOVE "TUITION" TO OiTxnType
               MOVE DocAmount TO OiTxnAmount
               MOVE InvoiceNum TO LTInvoice(LedgerIdx)
           ELSE
               MOVE "RELV" TO OiAction
               MOVE LTInvoice(LedgerIdx) TO OiInvoice
               MOVE "TUITCRED" TO OiTxnType
               COMPUTE OiTxnAmount = 0 - DocAmount
           END-IF.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
           IF DocAmount > ZEROS AND OiResult NOT = 'Y'
               DISPLAY "WARNING: open item not created for invoice "
                   InvoiceNum
           END-IF.
       WriteBillingAudit.
           IF DocAmount > ZEROS
               MOVE "TUITBILL" TO AuditOperation
               MOVE "Tuition charge" TO AuditReasonCode
           ELSE
               MOVE "TUITCRED" TO AuditOperation
               MOVE "Tuition credit" TO AuditReasonCode
           END-IF.
           MOVE IDNum TO AuditIDNum.
           MOVE StudID TO AuditBeforeFirstName.
           MOVE StudName TO AuditBeforeLastName.
           MOVE TpTermCode TO AuditAfterFirstName.
           MOVE DocRef TO AuditAfterLastName.
           MOVE Balance TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       StampLastActivity.
           MOVE BizMonth TO LastActMonth.
           MOVE BizDay TO LastActDay.
           MOVE BizYear TO LastActYear.
       AssignInvoiceNumber.
           MOVE ZEROS TO InvoiceNum.
           OPEN INPUT InvCtlFile.
           IF InvCtlStatus = "00"
               READ InvCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE InvCtlNextNum TO InvoiceNum
               END-READ
               CLOSE InvCtlFile
           END-IF.
           IF InvoiceNum = 0
               MOVE 1 TO InvoiceNum
           END-IF.
           OPEN OUTPUT InvCtlFile.
           COMPUTE InvCtlNextNum = InvoiceNum + 1.
           WRITE InvCtlRecord.
           CLOSE InvCtlFile.
      * A student whose billing account has more than the hold amount
      * open on items older than the hold days is put on financial
      * hold, which ENRLMNT honours. The hold comes off again once the
      * overdue amount is back under the limit. Amounts in open
      * dispute do not count.
       ReviewFinancialHolds.
           IF TpHoldDays = ZEROS
               MOVE "FINANCIAL HOLD CHECK NOT SET IN TUITPARM"
                   TO RegisterLine
               WRITE RegisterLine
           ELSE
               OPEN INPUT OpenItemFile
               MOVE 'N' TO EndOfFileFlag
               MOVE ZEROS TO StudID
               START StudentFile KEY IS NOT LESS THAN StudID
                   INVALID KEY MOVE 'Y' TO EndOfFileFlag
               END-START
               PERFORM UNTIL EndOfFileFlag = 'Y'
                   READ StudentFile NEXT RECORD
                       AT END MOVE 'Y' TO EndOfFileFlag
                   END-READ
                   IF EndOfFileFlag = 'N' AND StudentActive
                       PERFORM CheckStudentHold
                   END-IF
               END-PERFORM
               CLOSE OpenItemFile
           END-IF.
       CheckStudentHold.
           MOVE ZEROS TO OverdueAmount.
           IF StudCustID > ZEROS
               PERFORM SumOverdueItems
           END-IF.
           EVALUATE TRUE
               WHEN OverdueAmount > TpHoldAmount AND NOT FinancialHold
                   SET FinancialHold TO TRUE
                   REWRITE StudentData
                       INVALID KEY
                           DISPLAY "WARNING: student " StudID
                               " hold not set"
                       NOT INVALID KEY
                           ADD 1 TO HoldsPlaced
                           ADD 1 TO HoldsInForce
                           MOVE "STUDHOLD" TO AuditOperation
                           MOVE "Financial hold set" TO AuditReasonCode
                           PERFORM WriteHoldAudit
                   END-REWRITE
               WHEN OverdueAmount NOT > TpHoldAmount AND FinancialHold
                   SET NoStudentHold TO TRUE
                   REWRITE StudentData
                       INVALID KEY
                           DISPLAY "WARNING: student " StudID
                               " hold not released"
                       NOT INVALID KEY
                           ADD 1 TO HoldsReleased
                           MOVE "STUDHOLDRL" TO AuditOperation
                           MOVE "Financial hold off" TO AuditReasonCode
                           PERFORM WriteHoldAudit
                   END-REWRITE
               WHEN FinancialHold
                   ADD 1 TO HoldsInForce
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       SumOverdueItems.
           MOVE StudCustID TO DspCustID.
           MOVE ZEROS TO DspInvoice.
           CALL 'DISPSUM' USING DspCustID, DspInvoice, DspOpenAmount.
           MOVE DspOpenAmount TO CustDisputed.
           MOVE StudCustID TO OiIDNum.
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
                   IF OiIDNum NOT = StudCustID
                       MOVE 'Y' TO ItemEOFFlag
                   ELSE
                       IF OiItemOpen AND OiOpenAmount > ZEROS
                           PERFORM CheckItemOverdue
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       CheckItemOverdue.
           COMPUTE ItemAge =
               FUNCTION INTEGER-OF-DATE(BusinessDate)
               - FUNCTION INTEGER-OF-DATE(OiInvDate).
           IF ItemAge > TpHoldDays
               MOVE ZEROS TO ItemDisputed
               IF CustDisputed > ZEROS
                   MOVE OiInvoiceNum TO DspInvoice
                   CALL 'DISPSUM' USING DspCustID, DspInvoice,
                       DspOpenAmount
                   MOVE DspOpenAmount TO ItemDisputed
               END-IF
               IF ItemDisputed < OiOpenAmount
                   COMPUTE OverdueAmount = OverdueAmount + OiOpenAmount
                       - ItemDisputed
               END-IF
           END-IF.
       WriteHoldAudit.
           MOVE StudCustID TO AuditIDNum.
           MOVE StudID TO AuditBeforeFirstName.
           MOVE StudName TO AuditBeforeLastName.
           MOVE TpTermCode TO AuditAfterFirstName.
           MOVE StudHold TO AuditAfterLastName.
           MOVE OverdueAmount TO AuditBeforeAmount.
           MOVE TpHoldAmount TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           MOVE OverdueAmount TO ReportAmount.
           MOVE SPACES TO RegisterLine.
           IF FinancialHold
               STRING "Student " StudID " " StudName
                   " Acct " StudCustID "  HOLD PLACED    Overdue "
                   ReportAmount
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
           ELSE
               STRING "Student " StudID " " StudName
                   " Acct " StudCustID "  HOLD RELEASED  Overdue "
                   ReportAmount
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
           END-IF.
           WRITE RegisterLine.
       WriteBillingLine.
           MOVE LTHours(LedgerIdx) TO ReportHours.
           MOVE TuitionDelta TO ReportAmount.
           MOVE FeeDelta TO ReportFees.
           MOVE SPACES TO RegisterLine.
           IF DocAmount > ZEROS
               ADD 1 TO ChargedCount
               ADD DocAmount TO ChargedTotal
               STRING "Student " StudID " " StudName
                   " Acct " IDNum " CHARGE Hrs " ReportHours
                   " Tuition " ReportAmount " Fees " ReportFees
                   " Inv " DocRef(1:6)
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
           ELSE
               ADD 1 TO CreditedCount
               ADD DocAmount TO CreditedTotal
               STRING "Student " StudID " " StudName
                   " Acct " IDNum " CREDIT Hrs " ReportHours
                   " Tuition " ReportAmount " Fees " ReportFees
                   " Inv " DocRef(1:6)
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
           END-IF.
           WRITE RegisterLine.
       WriteDropLine.
           MOVE SPACES TO RegisterLine.
           STRING "Student " StudID " " StudName
               " Dropped " EnDate "  " ExcpText
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       WriteExceptionLine.
           ADD 1 TO ExceptionCount.
           MOVE SPACES TO RegisterLine.
           STRING "*** Student " EnStudID " NOT BILLED - " ExcpText
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       WriteRegisterHeading.
           OPEN OUTPUT RegisterFile.
           MOVE "TERM TUITION BILLING REGISTER" TO RegisterLine.
           WRITE RegisterLine.
           MOVE TpHourRate TO ReportRate.
           MOVE SPACES TO RegisterLine.
           STRING "Processing Date " BusinessDate
               "  Term " TpTermCode "  Starts " TpTermStart
               "  Rate Per Credit Hour " ReportRate
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "Refund Window " TpRefundDays
               " days from term start"
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           PERFORM VARYING FeeIdx FROM 1 BY 1
                   UNTIL FeeIdx > FeeCount
               MOVE FTAmount(FeeIdx) TO ReportAmount
               MOVE SPACES TO RegisterLine
               STRING "Fee " FTCode(FeeIdx) " " FTDesc(FeeIdx)
                   " " ReportAmount
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-PERFORM.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE ChargedTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "STUDENTS CHARGED  : " ChargedCount
               "  TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE CreditedTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "STUDENTS CREDITED : " CreditedCount
               "  TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "DROPS NO REFUND   : " NoRefundCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "NOT BILLED        : " ExceptionCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "HOLDS PLACED      : " HoldsPlaced
               "  RELEASED : " HoldsReleased
               "  IN FORCE : " HoldsInForce
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE OpeningCtlBalance TO ReportBalance.
           MOVE SPACES TO RegisterLine.
           STRING "CONTROL BALANCE BEFORE : " ReportBalance
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE CtlTotalBalance TO ReportBalance.
           MOVE SPACES TO RegisterLine.
           STRING "CONTROL BALANCE AFTER  : " ReportBalance
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           CLOSE RegisterFile.
       LoadControlTotals.
           MOVE 0 TO CtlActiveCount.
           MOVE ZEROS TO CtlTotalBalance.
           OPEN INPUT ControlTotalsFile.
           IF CtlFileStatus = "00"
               READ ControlTotalsFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE CtlRecActiveCount TO CtlActiveCount
                       MOVE CtlRecTotalBalance TO CtlTotalBalance
                       MOVE CtlRecMTDAdds TO CtlMTDAdds
                       MOVE CtlRecMTDDeletes TO CtlMTDDeletes
               END-READ
               CLOSE ControlTotalsFile
           END-IF.
       SaveControlTotals.
           OPEN OUTPUT ControlTotalsFile.
           MOVE CtlActiveCount TO CtlRecActiveCount.
           MOVE CtlTotalBalance TO CtlRecTotalBalance.
           MOVE CtlMTDAdds TO CtlRecMTDAdds.
           MOVE CtlMTDDeletes TO CtlRecMTDDeletes.
           WRITE ControlTotalsRecord.
           CLOSE ControlTotalsFile.
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
       AssignPostSeq.
           MOVE ZEROS TO PsNextSeq.
           OPEN INPUT PostSeqFile.
           IF PostSeqStatus = "00"
               READ PostSeqFile
                   AT END CONTINUE
               END-READ
               CLOSE PostSeqFile
           END-IF.
           IF PsNextSeq = ZEROS
               MOVE 1 TO PsNextSeq
           END-IF.
           MOVE PsNextSeq TO PostSeqNum.
           OPEN OUTPUT PostSeqFile.
           ADD 1 TO PsNextSeq.
           WRITE PostSeqRecord.
           CLOSE PostSeqFile.
