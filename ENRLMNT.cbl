                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudID.
              SELECT OPTIONAL SectionFile ASSIGN TO "crssect.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SectionFileStatus.
              SELECT OPTIONAL RegFile ASSIGN TO "crsreg.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RegFileStatus.
              SELECT OPTIONAL CourseCatFile ASSIGN TO "crscat.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcCourseCode.
              SELECT OPTIONAL CourseGradeFile ASSIGN TO "crsgrade.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CourseGradeStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  EnrollFile.
                   88  StandingGood   VALUE SPACE.
                   88  StandingProb   VALUE 'P'.
                   88  StandingSusp   VALUE 'S'.
               02  StudCustID         PIC 9(6).
               02  StudHold           PIC X.
                   88  NoStudentHold  VALUE SPACE.
                   88  FinancialHold  VALUE 'F'.
               02  StudProgram        PIC X(6).
       FD  SectionFile.
       01  SectionRecord.
               02  SsTerm             PIC X(6).
               02  SsCourseCode       PIC X(6).
               02  SsSection          PIC X(2).
               02  SsCapacity         PIC 9(3).
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
       FD  CourseGradeFile.
       01  CourseGradeRecord.
               02  CgStudID           PIC 9(5).
               02  CgTerm             PIC X(6).
               02  CgCourseCode       PIC X(6).
               02  CgScore            PIC X.
               02  CgGradePoints      PIC 9V99.
               02  CgCreditHours      PIC 9V9.
       WORKING-STORAGE SECTION.
       01  EnrollFileStatus           PIC XX.
       01  Choice                     PIC 9.
       01  FoundEnrollIdx             PIC 9(4).
       01  ListedCount                PIC 9(4).
       01  TodayDate                  PIC 9(8).
       01  SectionFileStatus          PIC XX.
       01  RegFileStatus              PIC XX.
       01  CourseGradeStatus          PIC XX.
       01  GradeEOFFlag               PIC X.
       01  GradeFoundFlag             PIC X.
       01  CourseExists               PIC X.
       01  WorkCourseCode             PIC X(6).
       01  WorkSection                PIC X(2).
       01  SavedStudID                PIC 9(5).
       01  PrereqIdx                  PIC 9.
       01  PrereqMetFlag              PIC X.
       01  MissingPrereq              PIC X(6).
       01  WantCourse                 PIC X(6).
       01  WantGrade                  PIC X.
       01  OverrideAnswer             PIC X.
       01  OverrideOpID               PIC X(8).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  SectIdx                    PIC 9(3).
       01  FoundSectIdx               PIC 9(3).
       01  RegIdx                     PIC 9(4).
       01  FoundRegIdx                PIC 9(4).
       01  NextRegIdx                 PIC 9(4).
       01  DropIdx                    PIC 9(4).
       01  OldRegStatus               PIC X.
       01  SeatsTaken                 PIC 9(4).
       01  LastWaitSeq                PIC 9(4).
       01  LastSeqTried               PIC 9(4).
       01  WaitPosition               PIC 9(4).
       01  PromoteDone                PIC X.
       01  WaitEligible               PIC X.
       01  PromoteCourse              PIC X(6).
       01  PromoteSection             PIC X(2).
       01  SectionTable.
               02  SectCount          PIC 9(3) VALUE 0.
               02  SectEntry          OCCURS 1 TO 500 TIMES
                                      DEPENDING ON SectCount.
                   03  STCourseCode   PIC X(6).
                   03  STSection      PIC X(2).
                   03  STCapacity     PIC 9(3).
       01  RegTable.
               02  RegCount           PIC 9(4) VALUE 0.
               02  RegEntry           OCCURS 1 TO 3000 TIMES
                                      DEPENDING ON RegCount.
                   03  RTStudID       PIC 9(5).
                   03  RTTerm         PIC X(6).
                   03  RTCourseCode   PIC X(6).
                   03  RTSection      PIC X(2).
                   03  RTStatus       PIC X.
                   03  RTWaitSeq      PIC 9(4).
                   03  RTDate         PIC 9(8).
                   03  RTOverrideBy   PIC X(8).
                   03  RTOverrideCode PIC X(6).
                   03  RTPromoteDate  PIC 9(8).
                   03  RTNotified     PIC X.
       01  EnrollTable.
               02  EnrollCount        PIC 9(4) VALUE 0.
               02  EnrollEntry        OCCURS 1 TO 999 TIMES
               STOP RUN
           END-IF.
           PERFORM LoadEnrollTable.
           PERFORM LoadSectionTable.
           PERFORM LoadRegTable.
           OPEN INPUT StudentFile.
           OPEN INPUT CourseCatFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "ENROLLMENT FOR TERM " WorkTerm
               DISPLAY "1: Enroll Student"
               DISPLAY "2: Drop Student"
               DISPLAY "3: List Term Enrollment"
               DISPLAY "4: Register for Course Section"
               DISPLAY "5: Drop Course Section"
               DISPLAY "6: Section Roster and Waitlist"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 1 PERFORM EnrollStudent
                   WHEN 2 PERFORM DropStudent
                   WHEN 3 PERFORM ListEnrollment
                   WHEN 4 PERFORM RegisterCourse
                   WHEN 5 PERFORM DropCourse
                   WHEN 6 PERFORM ListSectionRoster
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-PERFORM.
               CLOSE StudentFile
               CLOSE CourseCatFile
               PERFORM SaveEnrollTable
               PERFORM SaveRegTable
               STOP RUN.
       LoadEnrollTable.
           MOVE 0 TO EnrollCount.
                   MOVE EnrollIdx TO FoundEnrollIdx
               END-IF
           END-PERFORM.
      * A student placed on financial hold by tuition billing cannot
      * enrol or re-enrol until the billing account is brought up to
      * date and the hold is released. Drops are still allowed.
       EnrollStudent.
           DISPLAY " "
           DISPLAY "Student ID : " WITH NO ADVANCING.
               WHEN FoundEnrollIdx > 0
                       AND ETStatus(FoundEnrollIdx) = 'E'
                   DISPLAY "Student Already Enrolled"
               WHEN FinancialHold
                   DISPLAY "Financial Hold - Enrollment Refused"
               WHEN FoundEnrollIdx > 0
                   MOVE 'E' TO ETStatus(FoundEnrollIdx)
                   MOVE TodayDate TO ETDate(FoundEnrollIdx)
               MOVE 'D' TO ETStatus(FoundEnrollIdx)
               MOVE TodayDate TO ETDate(FoundEnrollIdx)
               DISPLAY "Student Dropped"
               PERFORM DropTermRegistrations
           END-IF.
       ListEnrollment.
           DISPLAY " ".
               END-IF
           END-PERFORM.
           DISPLAY "Enrollment Entries : " ListedCount.
       LoadSectionTable.
           MOVE 0 TO SectCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT SectionFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ SectionFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND SsTerm = WorkTerm
                       AND SectCount < 500
                   ADD 1 TO SectCount
                   MOVE SsCourseCode TO STCourseCode(SectCount)
                   MOVE SsSection TO STSection(SectCount)
                   MOVE SsCapacity TO STCapacity(SectCount)
               END-IF
           END-PERFORM.
           IF SectionFileStatus = "00" OR SectionFileStatus = "05"
                   OR SectionFileStatus = "10"
               CLOSE SectionFile
           END-IF.
       LoadRegTable.
           MOVE 0 TO RegCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT RegFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RegFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RegCount < 3000
                   ADD 1 TO RegCount
                   MOVE RgStudID TO RTStudID(RegCount)
                   MOVE RgTerm TO RTTerm(RegCount)
                   MOVE RgCourseCode TO RTCourseCode(RegCount)
                   MOVE RgSection TO RTSection(RegCount)
                   MOVE RgStatus TO RTStatus(RegCount)
                   MOVE RgWaitSeq TO RTWaitSeq(RegCount)
                   MOVE RgDate TO RTDate(RegCount)
                   MOVE RgOverrideBy TO RTOverrideBy(RegCount)
                   MOVE RgOverrideCode TO RTOverrideCode(RegCount)
                   MOVE RgPromoteDate TO RTPromoteDate(RegCount)
                   MOVE RgNotified TO RTNotified(RegCount)
               END-IF
           END-PERFORM.
           IF RegFileStatus = "00" OR RegFileStatus = "05"
                   OR RegFileStatus = "10"
               CLOSE RegFile
           END-IF.
       SaveRegTable.
           OPEN OUTPUT RegFile.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               MOVE RTStudID(RegIdx) TO RgStudID
               MOVE RTTerm(RegIdx) TO RgTerm
               MOVE RTCourseCode(RegIdx) TO RgCourseCode
               MOVE RTSection(RegIdx) TO RgSection
               MOVE RTStatus(RegIdx) TO RgStatus
               MOVE RTWaitSeq(RegIdx) TO RgWaitSeq
               MOVE RTDate(RegIdx) TO RgDate
               MOVE RTOverrideBy(RegIdx) TO RgOverrideBy
               MOVE RTOverrideCode(RegIdx) TO RgOverrideCode
               MOVE RTPromoteDate(RegIdx) TO RgPromoteDate
               MOVE RTNotified(RegIdx) TO RgNotified
               WRITE RegRecord
           END-PERFORM.
           CLOSE RegFile.
       FindSection.
           MOVE 0 TO FoundSectIdx.
           PERFORM VARYING SectIdx FROM 1 BY 1
                   UNTIL SectIdx > SectCount
               IF STCourseCode(SectIdx) = WorkCourseCode
                       AND STSection(SectIdx) = WorkSection
                   MOVE SectIdx TO FoundSectIdx
               END-IF
           END-PERFORM.
       FindCourseReg.
           MOVE 0 TO FoundRegIdx.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTStudID(RegIdx) = WorkStudID
                       AND RTTerm(RegIdx) = WorkTerm
                       AND RTCourseCode(RegIdx) = WorkCourseCode
                   MOVE RegIdx TO FoundRegIdx
               END-IF
           END-PERFORM.
      * Seats taken are the students registered in the section; the
      * waitlist sequence only ever rises, so the order in which
      * students joined the waitlist is kept.
       CountSectionSeats.
           MOVE 0 TO SeatsTaken.
           MOVE 0 TO LastWaitSeq.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTTerm(RegIdx) = WorkTerm
                       AND RTCourseCode(RegIdx) = WorkCourseCode
                       AND RTSection(RegIdx) = WorkSection
                   IF RTStatus(RegIdx) = 'E'
                       ADD 1 TO SeatsTaken
                   END-IF
                   IF RTWaitSeq(RegIdx) > LastWaitSeq
                       MOVE RTWaitSeq(RegIdx) TO LastWaitSeq
                   END-IF
               END-IF
           END-PERFORM.
       FindNextWaiting.
           MOVE 0 TO NextRegIdx.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTTerm(RegIdx) = WorkTerm
                       AND RTCourseCode(RegIdx) = WorkCourseCode
                       AND RTSection(RegIdx) = WorkSection
                       AND RTStatus(RegIdx) = 'W'
                       AND RTWaitSeq(RegIdx) > LastSeqTried
                   IF NextRegIdx = 0
                       MOVE RegIdx TO NextRegIdx
                   ELSE
                       IF RTWaitSeq(RegIdx) < RTWaitSeq(NextRegIdx)
                           MOVE RegIdx TO NextRegIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A student must be enrolled for the term and clear of any
      * financial hold to take a course. Missing prerequisites can be
      * overridden by a supervisor, who signs on to grant it; the
      * override is kept on the registration for the enrollment
      * exceptions report.
       RegisterCourse.
           DISPLAY " "
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WorkStudID.
           MOVE WorkStudID TO StudID.
           MOVE 'Y' TO StudExists.
           READ StudentFile
               INVALID KEY MOVE 'N' TO StudExists
           END-READ.
           PERFORM FindTermEnrollment.
           DISPLAY "Course Code : " WITH NO ADVANCING.
           ACCEPT WorkCourseCode.
           MOVE FUNCTION UPPER-CASE(WorkCourseCode) TO WorkCourseCode.
           DISPLAY "Section : " WITH NO ADVANCING.
           ACCEPT WorkSection.
           PERFORM FindSection.
           PERFORM FindCourseReg.
           MOVE WorkCourseCode TO CcCourseCode.
           MOVE 'Y' TO CourseExists.
           READ CourseCatFile
               INVALID KEY MOVE 'N' TO CourseExists
           END-READ.
           EVALUATE TRUE
               WHEN StudExists = 'N' OR StudentDeleted
                   DISPLAY "Student Does not Exist"
               WHEN FoundEnrollIdx = 0
                       OR ETStatus(FoundEnrollIdx) NOT = 'E'
                   DISPLAY "Student Is Not Enrolled for " WorkTerm
               WHEN FinancialHold
                   DISPLAY "Financial Hold - Registration Refused"
               WHEN CourseExists = 'N'
                   DISPLAY "Course Does not Exist"
               WHEN FoundSectIdx = 0
                   DISPLAY "Section Not Offered in " WorkTerm
               WHEN FoundRegIdx > 0 AND RTStatus(FoundRegIdx) = 'E'
                   DISPLAY "Student Already Registered in Section "
                       RTSection(FoundRegIdx)
               WHEN FoundRegIdx > 0 AND RTStatus(FoundRegIdx) = 'W'
                   DISPLAY "Student Already Waitlisted in Section "
                       RTSection(FoundRegIdx)
               WHEN FoundRegIdx = 0 AND RegCount >= 3000
                   DISPLAY "Registration Table Full"
               WHEN OTHER
                   PERFORM CheckPrerequisites
                   MOVE SPACES TO OverrideOpID
                   IF PrereqMetFlag = 'N'
                       PERFORM RequestPrereqOverride
                   END-IF
                   IF PrereqMetFlag = 'Y' OR OverrideOpID NOT = SPACES
                       PERFORM PlaceInSection
                   ELSE
                       DISPLAY "Registration Refused"
                   END-IF
           END-EVALUATE.
      * A prerequisite is met by any graded attempt at the required
      * course at or above the minimum grade; no minimum means a pass.
       CheckPrerequisites.
           MOVE 'Y' TO PrereqMetFlag.
           MOVE SPACES TO MissingPrereq.
           PERFORM VARYING PrereqIdx FROM 1 BY 1
                   UNTIL PrereqIdx > 3 OR PrereqMetFlag = 'N'
               IF CcPrereqCode(PrereqIdx) NOT = SPACES
                   PERFORM CheckOnePrereq
               END-IF
           END-PERFORM.
       CheckOnePrereq.
           MOVE CcPrereqCode(PrereqIdx) TO WantCourse.
           MOVE CcPrereqGrade(PrereqIdx) TO WantGrade.
           IF WantGrade = SPACE
               MOVE 'D' TO WantGrade
           END-IF.
           MOVE 'N' TO GradeFoundFlag.
           MOVE 'N' TO GradeEOFFlag.
           OPEN INPUT CourseGradeFile.
           PERFORM UNTIL GradeEOFFlag = 'Y' OR GradeFoundFlag = 'Y'
               READ CourseGradeFile
                   AT END MOVE 'Y' TO GradeEOFFlag
               END-READ
               IF GradeEOFFlag = 'N' AND CgStudID = WorkStudID
                       AND CgCourseCode = WantCourse
                       AND CgScore >= 'A' AND CgScore <= WantGrade
                   MOVE 'Y' TO GradeFoundFlag
               END-IF
           END-PERFORM.
           IF CourseGradeStatus = "00" OR CourseGradeStatus = "05"
                   OR CourseGradeStatus = "10"
               CLOSE CourseGradeFile
           END-IF.
           IF GradeFoundFlag = 'N'
               MOVE 'N' TO PrereqMetFlag
               MOVE WantCourse TO MissingPrereq
               DISPLAY "Prerequisite " WantCourse " Grade " WantGrade
                   " or Better Not Met by " WorkStudID
           END-IF.
       RequestPrereqOverride.
           DISPLAY "Grant Prerequisite Override (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT OverrideAnswer.
           IF OverrideAnswer = 'Y' OR OverrideAnswer = 'y'
               DISPLAY "Supervisor Sign-On Required for Override"
               CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
                   SignOnOK
               IF SignOnOK = 'Y' AND OpIsSupervisor
                   MOVE CurrentOpID TO OverrideOpID
                   DISPLAY "Override Granted by " CurrentOpID
               ELSE
                   DISPLAY "Supervisor Role Required - "
                       "Override Not Granted"
               END-IF
           END-IF.
       PlaceInSection.
           IF FoundRegIdx = 0
               ADD 1 TO RegCount
               MOVE RegCount TO FoundRegIdx
               MOVE WorkStudID TO RTStudID(FoundRegIdx)
               MOVE WorkTerm TO RTTerm(FoundRegIdx)
               MOVE WorkCourseCode TO RTCourseCode(FoundRegIdx)
               MOVE 'D' TO RTStatus(FoundRegIdx)
               MOVE ZEROS TO RTWaitSeq(FoundRegIdx)
           END-IF.
           MOVE 'D' TO RTStatus(FoundRegIdx).
           PERFORM CountSectionSeats.
           MOVE WorkSection TO RTSection(FoundRegIdx).
           MOVE TodayDate TO RTDate(FoundRegIdx).
           MOVE OverrideOpID TO RTOverrideBy(FoundRegIdx).
           IF OverrideOpID NOT = SPACES
               MOVE MissingPrereq TO RTOverrideCode(FoundRegIdx)
           ELSE
               MOVE SPACES TO RTOverrideCode(FoundRegIdx)
           END-IF.
           MOVE ZEROS TO RTPromoteDate(FoundRegIdx).
           MOVE 'N' TO RTNotified(FoundRegIdx).
           IF SeatsTaken < STCapacity(FoundSectIdx)
               MOVE 'E' TO RTStatus(FoundRegIdx)
               MOVE ZEROS TO RTWaitSeq(FoundRegIdx)
               DISPLAY "Student Registered in " WorkCourseCode
                   " Section " WorkSection
           ELSE
               MOVE 'W' TO RTStatus(FoundRegIdx)
               COMPUTE RTWaitSeq(FoundRegIdx) = LastWaitSeq + 1
               PERFORM CountWaitPosition
               DISPLAY "Section Full - Student Waitlisted at "
                   "Position " WaitPosition
           END-IF.
       CountWaitPosition.
           MOVE 0 TO WaitPosition.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTTerm(RegIdx) = WorkTerm
                       AND RTCourseCode(RegIdx) = WorkCourseCode
                       AND RTSection(RegIdx) = WorkSection
                       AND RTStatus(RegIdx) = 'W'
                       AND RTWaitSeq(RegIdx) NOT >
                           RTWaitSeq(FoundRegIdx)
                   ADD 1 TO WaitPosition
               END-IF
           END-PERFORM.
       DropCourse.
           DISPLAY " "
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WorkStudID.
           DISPLAY "Course Code : " WITH NO ADVANCING.
           ACCEPT WorkCourseCode.
           MOVE FUNCTION UPPER-CASE(WorkCourseCode) TO WorkCourseCode.
           PERFORM FindCourseReg.
           IF FoundRegIdx = 0 OR RTStatus(FoundRegIdx) = 'D'
               DISPLAY "Student Is Not Registered for " WorkCourseCode
           ELSE
               MOVE FoundRegIdx TO DropIdx
               PERFORM DropOneRegistration
           END-IF.
      * Dropping the term drops every course registration and waitlist
      * place the student holds for it.
       DropTermRegistrations.
           PERFORM VARYING DropIdx FROM 1 BY 1
                   UNTIL DropIdx > RegCount
               IF RTStudID(DropIdx) = WorkStudID
                       AND RTTerm(DropIdx) = WorkTerm
                       AND RTStatus(DropIdx) NOT = 'D'
                   PERFORM DropOneRegistration
               END-IF
           END-PERFORM.
      * A seat given up in a section goes to the first student on the
      * section's waitlist who can still take it.
       DropOneRegistration.
           MOVE RTStatus(DropIdx) TO OldRegStatus.
           MOVE 'D' TO RTStatus(DropIdx).
           MOVE TodayDate TO RTDate(DropIdx).
           IF OldRegStatus = 'E'
               DISPLAY "Dropped From " RTCourseCode(DropIdx)
                   " Section " RTSection(DropIdx)
               MOVE RTCourseCode(DropIdx) TO PromoteCourse
               MOVE RTSection(DropIdx) TO PromoteSection
               PERFORM PromoteFromWaitlist
           ELSE
               DISPLAY "Removed From Waitlist for "
                   RTCourseCode(DropIdx) " Section " RTSection(DropIdx)
           END-IF.
      * Waitlisted students are taken in the order they joined. One who
      * has since dropped the term, gone on financial hold or lost a
      * prerequisite without an override is passed over and keeps the
      * place on the list.
       PromoteFromWaitlist.
           MOVE WorkStudID TO SavedStudID.
           MOVE PromoteCourse TO WorkCourseCode.
           MOVE PromoteSection TO WorkSection.
           PERFORM FindSection.
           PERFORM CountSectionSeats.
           MOVE 'N' TO PromoteDone.
           IF FoundSectIdx = 0
               MOVE 'Y' TO PromoteDone
           ELSE
               IF SeatsTaken NOT < STCapacity(FoundSectIdx)
                   MOVE 'Y' TO PromoteDone
               END-IF
           END-IF.
           MOVE 0 TO LastSeqTried.
           PERFORM UNTIL PromoteDone = 'Y'
               PERFORM FindNextWaiting
               IF NextRegIdx = 0
                   MOVE 'Y' TO PromoteDone
               ELSE
                   MOVE RTWaitSeq(NextRegIdx) TO LastSeqTried
                   PERFORM CheckWaitEligible
                   IF WaitEligible = 'Y'
                       PERFORM MoveInFromWaitlist
                       MOVE 'Y' TO PromoteDone
                   ELSE
                       DISPLAY "Waitlisted Student "
                           RTStudID(NextRegIdx) " Passed Over"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SavedStudID TO WorkStudID.
       CheckWaitEligible.
           MOVE 'Y' TO WaitEligible.
           MOVE RTStudID(NextRegIdx) TO WorkStudID.
           MOVE WorkStudID TO StudID.
           MOVE 'Y' TO StudExists.
           READ StudentFile
               INVALID KEY MOVE 'N' TO StudExists
           END-READ.
           PERFORM FindTermEnrollment.
           EVALUATE TRUE
               WHEN StudExists = 'N' OR StudentDeleted
                   MOVE 'N' TO WaitEligible
               WHEN FoundEnrollIdx = 0
                       OR ETStatus(FoundEnrollIdx) NOT = 'E'
                   MOVE 'N' TO WaitEligible
               WHEN FinancialHold
                   MOVE 'N' TO WaitEligible
               WHEN RTOverrideBy(NextRegIdx) NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE WorkCourseCode TO CcCourseCode
                   READ CourseCatFile
                       INVALID KEY MOVE SPACES TO CcPrereqs
                   END-READ
                   PERFORM CheckPrerequisites
                   MOVE PrereqMetFlag TO WaitEligible
           END-EVALUATE.
       MoveInFromWaitlist.
           MOVE 'E' TO RTStatus(NextRegIdx).
           MOVE TodayDate TO RTDate(NextRegIdx).
           MOVE TodayDate TO RTPromoteDate(NextRegIdx).
           MOVE 'N' TO RTNotified(NextRegIdx).
           DISPLAY "Student " RTStudID(NextRegIdx)
               " Moved In From Waitlist to " WorkCourseCode
               " Section " WorkSection.
       ListSectionRoster.
           DISPLAY " "
           DISPLAY "Course Code : " WITH NO ADVANCING.
           ACCEPT WorkCourseCode.
           MOVE FUNCTION UPPER-CASE(WorkCourseCode) TO WorkCourseCode.
           DISPLAY "Section : " WITH NO ADVANCING.
           ACCEPT WorkSection.
           PERFORM FindSection.
           IF FoundSectIdx = 0
               DISPLAY "Section Not Offered in " WorkTerm
           ELSE
               PERFORM CountSectionSeats
               DISPLAY WorkCourseCode " Section " WorkSection
                   " Capacity " STCapacity(FoundSectIdx)
                   " Registered " SeatsTaken
               PERFORM VARYING RegIdx FROM 1 BY 1
                       UNTIL RegIdx > RegCount
                   IF RTTerm(RegIdx) = WorkTerm
                           AND RTCourseCode(RegIdx) = WorkCourseCode
                           AND RTSection(RegIdx) = WorkSection
                           AND RTStatus(RegIdx) = 'E'
                       DISPLAY "  " RTStudID(RegIdx) " "
                           RTDate(RegIdx) " " RTOverrideBy(RegIdx)
                   END-IF
               END-PERFORM
               DISPLAY "Waitlist"
               MOVE 0 TO WaitPosition
               MOVE 0 TO LastSeqTried
               MOVE 'N' TO PromoteDone
               PERFORM UNTIL PromoteDone = 'Y'
                   PERFORM FindNextWaiting
                   IF NextRegIdx = 0
                       MOVE 'Y' TO PromoteDone
                   ELSE
                       ADD 1 TO WaitPosition
                       MOVE RTWaitSeq(NextRegIdx) TO LastSeqTried
                       DISPLAY "  " WaitPosition ". "
                           RTStudID(NextRegIdx) " "
                           RTDate(NextRegIdx)
                   END-IF
               END-PERFORM
           END-IF.
