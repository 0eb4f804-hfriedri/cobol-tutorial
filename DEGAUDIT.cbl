       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT TermCtlFile ASSIGN TO "termctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TermCtlStatus.
              SELECT StudentFile ASSIGN TO "studmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudID.
              SELECT OPTIONAL ProgReqFile ASSIGN TO "pgmreq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProgReqStatus.
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
              SELECT AuditRptFile ASSIGN TO "degaudit.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ClearanceFile ASSIGN TO "gradclr.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermCtlFile.
       01  TermCtlRecord.
               02  TcTermCode         PIC X(6).
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
       FD  AuditRptFile.
       01  AuditRptLine               PIC X(80).
       FD  ClearanceFile.
       01  ClearanceLine              PIC X(80).
       WORKING-STORAGE SECTION.
       01  TermCtlStatus              PIC XX.
       01  ProgReqStatus              PIC XX.
       01  CourseGradeStatus          PIC XX.
       01  RegFileStatus              PIC XX.
       01  TermCode                   PIC X(6).
       01  RunMode                    PIC X(5).
               88  ClearanceRun       VALUE 'CLEAR'.
       01  AuditStudID                PIC 9(5).
       01  EndOfFileFlag              PIC X.
       01  StudExists                 PIC X.
       01  CourseExists               PIC X.
       01  AuditedCount               PIC 9(5) VALUE 0.
       01  CompleteCount              PIC 9(5) VALUE 0.
       01  ExpectedCount              PIC 9(5) VALUE 0.
       01  NoProgramCount             PIC 9(5) VALUE 0.
       01  DroppedCount               PIC 9(5) VALUE 0.
       01  TableFullFlag              PIC X VALUE 'N'.
       01  ReqIdx                     PIC 9(3).
       01  HeaderIdx                  PIC 9(3).
       01  MemberIdx                  PIC 9(3).
       01  CourseIdx                  PIC 9(4).
       01  RegIdx                     PIC 9(4).
       01  ResIdx                     PIC 9(3).
       01  ChkIdx                     PIC 9(3).
       01  ScanIdx                    PIC 9(4).
       01  PassSeenFlag               PIC X.
       01  RegGradedFlag              PIC X.
       01  WantCourse                 PIC X(6).
       01  CourseState                PIC X.
               88  CoursePassed       VALUE 'M'.
               88  CourseInProgress   VALUE 'P'.
               88  CourseOutstanding  VALUE 'O'.
       01  CourseHours                PIC 9V9.
       01  IsRequiredFlag             PIC X.
       01  QualityPts                 PIC 9(6)V99.
       01  GradedHours                PIC 9(4)V9.
       01  EarnedHours                PIC 9(4)V9.
       01  InProgHours                PIC 9(4)V9.
       01  CumGPA                     PIC 9V99.
       01  GroupEarned                PIC 9(4)V9.
       01  GroupInProg                PIC 9(4)V9.
       01  OutstandingCount           PIC 9(3).
       01  InProgressCount            PIC 9(3).
       01  OverallStatus              PIC X(30).
       01  ReportHours                PIC ZZZ9.9.
       01  ReportNeeded               PIC ZZZ9.9.
       01  ReportLeft                 PIC ZZZ9.9.
       01  ReportGPA                  PIC 9.99.
       01  ReqTable.
               02  ReqCount           PIC 9(3) VALUE 0.
               02  ReqEntry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON ReqCount.
                   03  PQProgram      PIC X(6).
                   03  PQType         PIC X.
                   03  PQGroupCode    PIC X(6).
                   03  PQCourseCode   PIC X(6).
                   03  PQMinHours     PIC 9(3)V9.
                   03  PQMinGPA       PIC 9V99.
                   03  PQDesc         PIC X(20).
       01  CourseTable.
               02  CourseCount        PIC 9(4) VALUE 0.
               02  CourseEntry        OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON CourseCount.
                   03  CTStudID       PIC 9(5).
                   03  CTTerm         PIC X(6).
                   03  CTCourseCode   PIC X(6).
                   03  CTScore        PIC X.
                   03  CTPoints       PIC 9V99.
                   03  CTHours        PIC 9V9.
       01  RegTable.
               02  RegCount           PIC 9(4) VALUE 0.
               02  RegEntry           OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON RegCount.
                   03  RTStudID       PIC 9(5).
                   03  RTCourseCode   PIC X(6).
       01  ResultTable.
               02  ResCount           PIC 9(3) VALUE 0.
               02  ResEntry           OCCURS 1 TO 100 TIMES
                                      DEPENDING ON ResCount.
                   03  RSLabel        PIC X(30).
                   03  RSStatus       PIC X.
                   03  RSNeeded       PIC 9(4)V9.
                   03  RSEarned       PIC 9(4)V9.
                   03  RSLeft         PIC 9(4)V9.
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "DEGREE AUDIT".
           PERFORM ReadTermControl.
           IF TermCode = SPACES
               DISPLAY "ERROR: termctl.dat missing or blank - "
                   "run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GetRunMode.
           DISPLAY "Current Term : " TermCode.
           PERFORM LoadReqTable.
           PERFORM LoadCourseGrades.
           PERFORM LoadTermRegistrations.
           OPEN INPUT StudentFile.
           OPEN INPUT CourseCatFile.
           OPEN OUTPUT AuditRptFile.
           IF ClearanceRun
               OPEN OUTPUT ClearanceFile
               PERFORM WriteClearanceHeading
           END-IF.
           IF AuditStudID NOT = ZEROS
               MOVE AuditStudID TO StudID
               MOVE 'Y' TO StudExists
               READ StudentFile
                   INVALID KEY MOVE 'N' TO StudExists
               END-READ
               IF StudExists = 'N' OR StudentDeleted
                   DISPLAY "Student " AuditStudID " Not on File"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM AuditOneStudent
               END-IF
           ELSE
               PERFORM AuditAllStudents
           END-IF.
           IF ClearanceRun
               PERFORM WriteClearanceTotals
               CLOSE ClearanceFile
           END-IF.
           CLOSE StudentFile.
           CLOSE CourseCatFile.
           CLOSE AuditRptFile.
           IF NoProgramCount > 0 OR TableFullFlag = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Students Audited      : " AuditedCount
           DISPLAY "Requirements Complete : " CompleteCount
           DISPLAY "Completing This Term  : " ExpectedCount
           DISPLAY "Program Not on File   : " NoProgramCount
           DISPLAY "END OF DEGREE AUDIT".
           STOP RUN.
       ReadTermControl.
           MOVE SPACES TO TermCode.
           OPEN INPUT TermCtlFile.
           IF TermCtlStatus = "00"
               READ TermCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE TcTermCode TO TermCode
               END-READ
               CLOSE TermCtlFile
           END-IF.
      * The first SYSIN card is the run mode. CLEAR audits every
      * student and lists those who have met, or will meet with this
      * term's courses, all their program requirements, for
      * graduation clearance. Otherwise the second card is the ID of
      * the one student to audit; blank audits every student.
       GetRunMode.
           MOVE SPACES TO RunMode.
           MOVE ZEROS TO AuditStudID.
           ACCEPT RunMode.
           MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode.
           IF ClearanceRun
               DISPLAY "Graduation Clearance Run"
           ELSE
               ACCEPT AuditStudID
               IF AuditStudID NOT = ZEROS
                   DISPLAY "Audit of Student " AuditStudID
               END-IF
           END-IF.
       LoadReqTable.
           MOVE 0 TO ReqCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ProgReqFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ProgReqFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ReqCount = 500
                   ADD 1 TO DroppedCount
               END-IF
               IF EndOfFileFlag = 'N' AND ReqCount < 500
                   ADD 1 TO ReqCount
                   MOVE PrProgram TO PQProgram(ReqCount)
                   MOVE PrType TO PQType(ReqCount)
                   MOVE PrGroupCode TO PQGroupCode(ReqCount)
                   MOVE PrCourseCode TO PQCourseCode(ReqCount)
                   MOVE PrMinHours TO PQMinHours(ReqCount)
                   MOVE PrMinGPA TO PQMinGPA(ReqCount)
                   MOVE PrDesc TO PQDesc(ReqCount)
               END-IF
           END-PERFORM.
           IF ProgReqStatus = "00" OR ProgReqStatus = "05"
                   OR ProgReqStatus = "10"
               CLOSE ProgReqFile
           END-IF.
           IF DroppedCount > 0
               DISPLAY "WARNING: requirement table full - "
                   DroppedCount " pgmreq.dat lines not loaded"
               PERFORM NoteTableFull
           END-IF.
       LoadCourseGrades.
           MOVE 0 TO CourseCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CourseGradeFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CourseGradeFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND CourseCount = 3000
                   ADD 1 TO DroppedCount
               END-IF
               IF EndOfFileFlag = 'N' AND CourseCount < 3000
                   ADD 1 TO CourseCount
                   MOVE CgStudID TO CTStudID(CourseCount)
                   MOVE CgTerm TO CTTerm(CourseCount)
                   MOVE CgCourseCode TO CTCourseCode(CourseCount)
                   MOVE CgScore TO CTScore(CourseCount)
                   MOVE CgGradePoints TO CTPoints(CourseCount)
                   MOVE CgCreditHours TO CTHours(CourseCount)
               END-IF
           END-PERFORM.
           IF CourseGradeStatus = "00" OR CourseGradeStatus = "05"
                   OR CourseGradeStatus = "10"
               CLOSE CourseGradeFile
           END-IF.
           IF DroppedCount > 0
               DISPLAY "WARNING: course grade table full - "
                   DroppedCount " crsgrade.dat lines not loaded"
               PERFORM NoteTableFull
           END-IF.
      * Courses in progress are the current term's section
      * registrations that have not been graded yet.
       LoadTermRegistrations.
           MOVE 0 TO RegCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT RegFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RegFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RgTerm = TermCode
                       AND RgEnrolled
                   PERFORM CheckRegGraded
                   IF RegGradedFlag = 'N'
                       PERFORM StoreTermRegistration
                   END-IF
               END-IF
           END-PERFORM.
           IF RegFileStatus = "00" OR RegFileStatus = "05"
                   OR RegFileStatus = "10"
               CLOSE RegFile
           END-IF.
           IF DroppedCount > 0
               DISPLAY "WARNING: registration table full - "
                   DroppedCount " crsreg.dat lines not loaded"
               PERFORM NoteTableFull
           END-IF.
       StoreTermRegistration.
           IF RegCount < 3000
               ADD 1 TO RegCount
               MOVE RgStudID TO RTStudID(RegCount)
               MOVE RgCourseCode TO RTCourseCode(RegCount)
           ELSE
               ADD 1 TO DroppedCount
           END-IF.
      * An audit run on a part-loaded table can pass over courses and
      * requirements, so the run ends with a warning return code.
       NoteTableFull.
           MOVE 'Y' TO TableFullFlag.
           MOVE 0 TO DroppedCount.
       CheckRegGraded.
           MOVE 'N' TO RegGradedFlag.
           PERFORM VARYING CourseIdx FROM 1 BY 1
                   UNTIL CourseIdx > CourseCount
               IF CTStudID(CourseIdx) = RgStudID
                       AND CTTerm(CourseIdx) = RgTerm
                       AND CTCourseCode(CourseIdx) = RgCourseCode
                   MOVE 'Y' TO RegGradedFlag
               END-IF
           END-PERFORM.
       AuditAllStudents.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ZEROS TO StudID.
           START StudentFile KEY IS NOT LESS THAN StudID
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ StudentFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND StudentActive
                       AND StudProgram NOT = SPACES
                   PERFORM AuditOneStudent
               END-IF
           END-PERFORM.
       AuditOneStudent.
           PERFORM FindProgramHeader.
           IF HeaderIdx = 0
               ADD 1 TO NoProgramCount
               DISPLAY "WARNING: ID " StudID " program "
                   StudProgram " not in pgmreq.dat"
               IF NOT ClearanceRun
                   PERFORM WriteNoProgramAudit
               END-IF
           ELSE
               ADD 1 TO AuditedCount
               PERFORM EvaluateProgram
               EVALUATE TRUE
                   WHEN OutstandingCount = 0 AND InProgressCount = 0
                       ADD 1 TO CompleteCount
                   WHEN OutstandingCount = 0
                       ADD 1 TO ExpectedCount
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT ClearanceRun OR OutstandingCount = 0
                   PERFORM WriteStudentAudit
               END-IF
               IF ClearanceRun AND OutstandingCount = 0
                   PERFORM WriteClearanceLine
               END-IF
           END-IF.
       FindProgramHeader.
           MOVE 0 TO HeaderIdx.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > ReqCount
               IF PQProgram(ReqIdx) = StudProgram
                       AND PQType(ReqIdx) = 'H'
                   MOVE ReqIdx TO HeaderIdx
               END-IF
           END-PERFORM.
      * Every requirement line of the program is measured against
      * the student's graded courses and this term's registrations.
      * A requirement is met when passed, in progress when this
      * term's courses will meet it if passed, and otherwise
      * outstanding. A course named as a required course does not
      * also count towards an elective group.
       EvaluateProgram.
           MOVE 0 TO ResCount.
           MOVE 0 TO OutstandingCount.
           MOVE 0 TO InProgressCount.
           PERFORM SumStudentHours.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > ReqCount
               IF PQProgram(ReqIdx) = StudProgram
                   EVALUATE PQType(ReqIdx)
                       WHEN 'R' PERFORM EvaluateRequiredCourse
                       WHEN 'G' PERFORM EvaluateElectiveGroup
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM EvaluateProgramTotals.
           EVALUATE TRUE
               WHEN OutstandingCount = 0 AND InProgressCount = 0
                   MOVE "ALL REQUIREMENTS MET" TO OverallStatus
               WHEN OutstandingCount = 0
                   MOVE "EXPECTED TO COMPLETE THIS TERM"
                       TO OverallStatus
               WHEN OTHER
                   MOVE "REQUIREMENTS OUTSTANDING" TO OverallStatus
           END-EVALUATE.
      * Cumulative GPA is weighted by credit hours over every graded
      * attempt, as on the transcript. Earned hours count passed
      * courses (A to D) once each.
       SumStudentHours.
           MOVE ZEROS TO QualityPts.
           MOVE ZEROS TO GradedHours.
           MOVE ZEROS TO EarnedHours.
           MOVE ZEROS TO InProgHours.
           MOVE ZEROS TO CumGPA.
           PERFORM VARYING CourseIdx FROM 1 BY 1
                   UNTIL CourseIdx > CourseCount
               IF CTStudID(CourseIdx) = StudID
                   COMPUTE QualityPts = QualityPts
                       + CTPoints(CourseIdx) * CTHours(CourseIdx)
                   ADD CTHours(CourseIdx) TO GradedHours
                   IF CTScore(CourseIdx) >= 'A'
                           AND CTScore(CourseIdx) <= 'D'
                       MOVE CTCourseCode(CourseIdx) TO WantCourse
                       PERFORM CheckEarlierPass
                       IF PassSeenFlag = 'N'
                           ADD CTHours(CourseIdx) TO EarnedHours
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF GradedHours > 0
               COMPUTE CumGPA ROUNDED = QualityPts / GradedHours
           ELSE
               MOVE StudGPA TO CumGPA
           END-IF.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTStudID(RegIdx) = StudID
                   MOVE RTCourseCode(RegIdx) TO WantCourse
                   PERFORM GetCatalogueHours
                   ADD CourseHours TO InProgHours
               END-IF
           END-PERFORM.
      * A course passed more than once earns its hours only once.
       CheckEarlierPass.
           MOVE 'N' TO PassSeenFlag.
           PERFORM VARYING ScanIdx FROM 1 BY 1
                   UNTIL ScanIdx >= CourseIdx OR PassSeenFlag = 'Y'
               IF CTStudID(ScanIdx) = StudID
                       AND CTCourseCode(ScanIdx) = WantCourse
                       AND CTScore(ScanIdx) >= 'A'
                       AND CTScore(ScanIdx) <= 'D'
                   MOVE 'Y' TO PassSeenFlag
               END-IF
           END-PERFORM.
       GetCatalogueHours.
           MOVE ZEROS TO CourseHours.
           MOVE WantCourse TO CcCourseCode.
           MOVE 'Y' TO CourseExists.
           READ CourseCatFile
               INVALID KEY MOVE 'N' TO CourseExists
           END-READ.
           IF CourseExists = 'Y'
               MOVE CcCreditHours TO CourseHours
           END-IF.
      * Passed at any attempt, or else registered this term. The
      * hours are those of the passing attempt, or the catalogue
      * hours when not yet passed.
       FindCourseState.
           MOVE 'O' TO CourseState.
           PERFORM VARYING CourseIdx FROM 1 BY 1
                   UNTIL CourseIdx > CourseCount OR CoursePassed
               IF CTStudID(CourseIdx) = StudID
                       AND CTCourseCode(CourseIdx) = WantCourse
                       AND CTScore(CourseIdx) >= 'A'
                       AND CTScore(CourseIdx) <= 'D'
                   MOVE 'M' TO CourseState
                   MOVE CTHours(CourseIdx) TO CourseHours
               END-IF
           END-PERFORM.
           IF NOT CoursePassed
               PERFORM GetCatalogueHours
               PERFORM VARYING RegIdx FROM 1 BY 1
                       UNTIL RegIdx > RegCount OR CourseInProgress
                   IF RTStudID(RegIdx) = StudID
                           AND RTCourseCode(RegIdx) = WantCourse
                       MOVE 'P' TO CourseState
                   END-IF
               END-PERFORM
           END-IF.
       EvaluateRequiredCourse.
           MOVE PQCourseCode(ReqIdx) TO WantCourse.
           PERFORM FindCourseState.
           PERFORM AddResultLine.
           STRING "Required " WantCourse
               DELIMITED BY SIZE INTO RSLabel(ResCount)
           END-STRING.
           MOVE CourseHours TO RSNeeded(ResCount).
           IF CoursePassed
               MOVE CourseHours TO RSEarned(ResCount)
           ELSE
               MOVE CourseHours TO RSLeft(ResCount)
           END-IF.
           MOVE CourseState TO RSStatus(ResCount).
           PERFORM CountResultStatus.
      * Each course of the group passed adds its hours; courses
      * registered this term count towards the group only as in
      * progress.
       EvaluateElectiveGroup.
           MOVE ZEROS TO GroupEarned.
           MOVE ZEROS TO GroupInProg.
           PERFORM VARYING MemberIdx FROM 1 BY 1
                   UNTIL MemberIdx > ReqCount
               IF PQProgram(MemberIdx) = StudProgram
                       AND PQType(MemberIdx) = 'E'
                       AND PQGroupCode(MemberIdx) = PQGroupCode(ReqIdx)
                   MOVE PQCourseCode(MemberIdx) TO WantCourse
                   PERFORM CheckRequiredCourse
                   IF IsRequiredFlag = 'N'
                       PERFORM FindCourseState
                       EVALUATE TRUE
                           WHEN CoursePassed
                               ADD CourseHours TO GroupEarned
                           WHEN CourseInProgress
                               ADD CourseHours TO GroupInProg
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM AddResultLine.
           STRING "Group " PQGroupCode(ReqIdx) " " PQDesc(ReqIdx)
               DELIMITED BY SIZE INTO RSLabel(ResCount)
           END-STRING.
           MOVE PQMinHours(ReqIdx) TO RSNeeded(ResCount).
           MOVE GroupEarned TO RSEarned(ResCount).
           EVALUATE TRUE
               WHEN GroupEarned >= PQMinHours(ReqIdx)
                   MOVE 'M' TO RSStatus(ResCount)
               WHEN GroupEarned + GroupInProg >= PQMinHours(ReqIdx)
                   MOVE 'P' TO RSStatus(ResCount)
               WHEN OTHER
                   MOVE 'O' TO RSStatus(ResCount)
           END-EVALUATE.
           IF RSStatus(ResCount) NOT = 'M'
               COMPUTE RSLeft(ResCount) =
                   PQMinHours(ReqIdx) - GroupEarned
           END-IF.
           PERFORM CountResultStatus.
       CheckRequiredCourse.
           MOVE 'N' TO IsRequiredFlag.
           PERFORM VARYING ChkIdx FROM 1 BY 1
                   UNTIL ChkIdx > ReqCount
               IF PQProgram(ChkIdx) = StudProgram
                       AND PQType(ChkIdx) = 'R'
                       AND PQCourseCode(ChkIdx) = WantCourse
                   MOVE 'Y' TO IsRequiredFlag
               END-IF
           END-PERFORM.
      * The header sets the minimum total credit hours and the
      * minimum cumulative GPA. GPA can only be judged on the grades
      * already posted, so it is never shown as in progress.
       EvaluateProgramTotals.
           IF PQMinHours(HeaderIdx) > ZEROS
               PERFORM AddResultLine
               MOVE "Total Credit Hours" TO RSLabel(ResCount)
               MOVE PQMinHours(HeaderIdx) TO RSNeeded(ResCount)
               MOVE EarnedHours TO RSEarned(ResCount)
               EVALUATE TRUE
                   WHEN EarnedHours >= PQMinHours(HeaderIdx)
                       MOVE 'M' TO RSStatus(ResCount)
                   WHEN EarnedHours + InProgHours
                           >= PQMinHours(HeaderIdx)
                       MOVE 'P' TO RSStatus(ResCount)
                   WHEN OTHER
                       MOVE 'O' TO RSStatus(ResCount)
               END-EVALUATE
               IF RSStatus(ResCount) NOT = 'M'
                   COMPUTE RSLeft(ResCount) =
                       PQMinHours(HeaderIdx) - EarnedHours
               END-IF
               PERFORM CountResultStatus
           END-IF.
           IF PQMinGPA(HeaderIdx) > ZEROS
               PERFORM AddResultLine
               MOVE SPACES TO RSLabel(ResCount)
               MOVE PQMinGPA(HeaderIdx) TO ReportGPA
               STRING "Minimum GPA " ReportGPA
                   DELIMITED BY SIZE INTO RSLabel(ResCount)
               END-STRING
               IF CumGPA >= PQMinGPA(HeaderIdx)
                   MOVE 'M' TO RSStatus(ResCount)
               ELSE
                   MOVE 'O' TO RSStatus(ResCount)
               END-IF
               PERFORM CountResultStatus
           END-IF.
       AddResultLine.
           IF ResCount < 100
               ADD 1 TO ResCount
           END-IF.
           MOVE SPACES TO RSLabel(ResCount).
           MOVE 'O' TO RSStatus(ResCount).
           MOVE ZEROS TO RSNeeded(ResCount).
           MOVE ZEROS TO RSEarned(ResCount).
           MOVE ZEROS TO RSLeft(ResCount).
       CountResultStatus.
           EVALUATE RSStatus(ResCount)
               WHEN 'P' ADD 1 TO InProgressCount
               WHEN 'O' ADD 1 TO OutstandingCount
               WHEN OTHER CONTINUE
           END-EVALUATE.
       WriteStudentAudit.
           MOVE SPACES TO AuditRptLine.
           WRITE AuditRptLine.
           MOVE SPACES TO AuditRptLine.
           STRING "DEGREE AUDIT - ID " StudID " "
               FUNCTION TRIM(StudName)
               "  PROGRAM " StudProgram " " PQDesc(HeaderIdx)
               DELIMITED BY SIZE INTO AuditRptLine
           END-STRING.
           WRITE AuditRptLine.
           MOVE CumGPA TO ReportGPA.
           MOVE EarnedHours TO ReportHours.
           MOVE InProgHours TO ReportNeeded.
           MOVE SPACES TO AuditRptLine.
           STRING "  Cumulative GPA " ReportGPA
               "  Hours Earned " ReportHours
               "  In Progress " ReportNeeded
               "  Term " TermCode
               DELIMITED BY SIZE INTO AuditRptLine
           END-STRING.
           WRITE AuditRptLine.
           MOVE SPACES TO AuditRptLine.
           MOVE "REQUIREMENT" TO AuditRptLine(3:11).
           MOVE "STATUS" TO AuditRptLine(34:6).
           MOVE "NEEDED" TO AuditRptLine(47:6).
           MOVE "EARNED" TO AuditRptLine(55:6).
           MOVE "LEFT" TO AuditRptLine(65:4).
           WRITE AuditRptLine.
           PERFORM VARYING ResIdx FROM 1 BY 1
                   UNTIL ResIdx > ResCount
               PERFORM WriteResultLine
           END-PERFORM.
           MOVE SPACES TO AuditRptLine.
           STRING "  " OverallStatus
               DELIMITED BY SIZE INTO AuditRptLine
           END-STRING.
           WRITE AuditRptLine.
       WriteResultLine.
           MOVE SPACES TO AuditRptLine.
           MOVE RSLabel(ResIdx) TO AuditRptLine(3:30).
           EVALUATE RSStatus(ResIdx)
               WHEN 'M' MOVE "MET" TO AuditRptLine(34:11)
               WHEN 'P' MOVE "IN PROGRESS" TO AuditRptLine(34:11)
               WHEN OTHER MOVE "OUTSTANDING" TO AuditRptLine(34:11)
           END-EVALUATE.
           IF RSNeeded(ResIdx) > ZEROS
               MOVE RSNeeded(ResIdx) TO ReportNeeded
               MOVE RSEarned(ResIdx) TO ReportHours
               MOVE RSLeft(ResIdx) TO ReportLeft
               MOVE ReportNeeded TO AuditRptLine(47:6)
               MOVE ReportHours TO AuditRptLine(55:6)
               MOVE ReportLeft TO AuditRptLine(63:6)
           END-IF.
           WRITE AuditRptLine.
       WriteNoProgramAudit.
           MOVE SPACES TO AuditRptLine.
           WRITE AuditRptLine.
           MOVE SPACES TO AuditRptLine.
           STRING "DEGREE AUDIT - ID " StudID " "
               FUNCTION TRIM(StudName)
               "  PROGRAM " StudProgram " NOT ON FILE"
               DELIMITED BY SIZE INTO AuditRptLine
           END-STRING.
           WRITE AuditRptLine.
       WriteClearanceHeading.
           MOVE SPACES TO ClearanceLine.
           STRING "GRADUATION CLEARANCE - TERM " TermCode
               DELIMITED BY SIZE INTO ClearanceLine
           END-STRING.
           WRITE ClearanceLine.
           MOVE SPACES TO ClearanceLine.
           WRITE ClearanceLine.
           MOVE "STUD  NAME       PROGRM  GPA  HOURS  STATUS"
               TO ClearanceLine.
           WRITE ClearanceLine.
      * Students on financial hold are flagged so that clearance can
      * be withheld until the account is settled.
       WriteClearanceLine.
           MOVE CumGPA TO ReportGPA.
           MOVE EarnedHours TO ReportHours.
           MOVE SPACES TO ClearanceLine.
           STRING StudID " " StudName " " StudProgram " "
               ReportGPA " " ReportHours " " OverallStatus
               DELIMITED BY SIZE INTO ClearanceLine
           END-STRING.
           IF FinancialHold
               MOVE "HOLD" TO ClearanceLine(77:4)
           END-IF.
           WRITE ClearanceLine.
       WriteClearanceTotals.
           MOVE SPACES TO ClearanceLine.
           WRITE ClearanceLine.
           MOVE SPACES TO ClearanceLine.
           STRING "REQUIREMENTS COMPLETE : " CompleteCount
               "  COMPLETING THIS TERM : " ExpectedCount
               DELIMITED BY SIZE INTO ClearanceLine
           END-STRING.
           WRITE ClearanceLine.
