                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcCourseCode.
              SELECT OPTIONAL SectionFile ASSIGN TO "crssect.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SectionFileStatus.
              SELECT OPTIONAL ProgReqFile ASSIGN TO "pgmreq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProgReqStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CourseCatFile.
               02  CcCourseCode       PIC X(6).
               02  CcTitle            PIC X(20).
               02  CcCreditHours      PIC 9V9.
               02  CcPrereqs.
                   03  CcPrereq       OCCURS 3 TIMES.
                       04  CcPrereqCode   PIC X(6).
                       04  CcPrereqGrade  PIC X.
       FD  SectionFile.
       01  SectionRecord.
               02  SsTerm             PIC X(6).
               02  SsCourseCode       PIC X(6).
               02  SsSection          PIC X(2).
               02  SsCapacity         PIC 9(3).
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
       01  SectionFileStatus          PIC XX.
       01  ProgReqStatus              PIC XX.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CourseExists               PIC X.
       01  WorkTitle                  PIC X(20).
       01  WorkHours                  PIC 9V9.
       01  ListedCount                PIC 9(3).
       01  PrereqIdx                  PIC 9.
       01  PrereqOKFlag               PIC X.
       01  WorkPrereqs.
               02  WorkPrereq         OCCURS 3 TIMES.
                   03  WPCode         PIC X(6).
                   03  WPGrade        PIC X.
                       88  WPGradeValid VALUE 'A' 'B' 'C' 'D'.
       01  WorkTerm                   PIC X(6).
       01  WorkSection                PIC X(2).
       01  WorkCapacity               PIC 9(3).
       01  SectIdx                    PIC 9(3).
       01  FoundSectIdx               PIC 9(3).
       01  SectionTable.
               02  SectCount          PIC 9(3) VALUE 0.
               02  SectEntry          OCCURS 1 TO 500 TIMES
                                      DEPENDING ON SectCount.
                   03  STTerm         PIC X(6).
                   03  STCourseCode   PIC X(6).
                   03  STSection      PIC X(2).
                   03  STCapacity     PIC 9(3).
       01  WorkProgram                PIC X(6).
       01  WorkLineType               PIC X.
               88  WorkLineValid      VALUE 'H' 'R' 'G' 'E'.
       01  WorkAction                 PIC X.
       01  WorkGroup                  PIC X(6).
       01  WorkDesc                   PIC X(20).
       01  WorkMinHours               PIC 9(3)V9.
       01  WorkMinGPA                 PIC 9V99.
       01  ReqIdx                     PIC 9(3).
       01  FoundReqIdx                PIC 9(3).
       01  HeaderIdx                  PIC 9(3).
       01  GroupIdx                   PIC 9(3).
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
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "COURSE CATALOG MAINTENANCE".
               DISPLAY "2: Change Course"
               DISPLAY "3: Delete Course"
               DISPLAY "4: List Courses"
               DISPLAY "5: Set Prerequisites"
               DISPLAY "6: Term Sections"
               DISPLAY "7: Program Requirements"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 2 PERFORM ChangeCourse
                   WHEN 3 PERFORM DeleteCourse
                   WHEN 4 PERFORM ListCourses
                   WHEN 5 PERFORM SetPrerequisites
                   WHEN 6 PERFORM MaintainSections
                   WHEN 7 PERFORM MaintainProgramReqs
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-PERFORM.
               CLOSE CourseCatFile
               MOVE WorkCourseCode TO CcCourseCode
               MOVE WorkTitle TO CcTitle
               MOVE WorkHours TO CcCreditHours
               MOVE SPACES TO CcPrereqs
               WRITE CourseCatData
                   INVALID KEY
                       DISPLAY "Course Already on File"
                   ADD 1 TO ListedCount
                   DISPLAY CcCourseCode " " CcTitle
                       " Hours " CcCreditHours
                   PERFORM VARYING PrereqIdx FROM 1 BY 1
                           UNTIL PrereqIdx > 3
                       IF CcPrereqCode(PrereqIdx) NOT = SPACES
                           DISPLAY "    Requires "
                               CcPrereqCode(PrereqIdx)
                               " Grade " CcPrereqGrade(PrereqIdx)
                               " or Better"
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           DISPLAY "Courses Listed : " ListedCount.
      * Up to three earlier courses may be required, each passed at
      * or above a minimum grade. ENRLMNT checks them against the
      * student's graded courses in crsgrade.dat.
       SetPrerequisites.
           DISPLAY " ".
           PERFORM AcceptCourseKey.
           MOVE 'Y' TO CourseExists.
           MOVE WorkCourseCode TO CcCourseCode.
           READ CourseCatFile
               INVALID KEY MOVE 'N' TO CourseExists
           END-READ.
           IF CourseExists = 'N'
               DISPLAY "Course Does not Exist"
           ELSE
               MOVE 'Y' TO PrereqOKFlag
               MOVE CcPrereqs TO WorkPrereqs
               PERFORM VARYING PrereqIdx FROM 1 BY 1
                       UNTIL PrereqIdx > 3
                   PERFORM AcceptOnePrereq
               END-PERFORM
               MOVE WorkCourseCode TO CcCourseCode
               READ CourseCatFile
                   INVALID KEY MOVE 'N' TO PrereqOKFlag
               END-READ
               IF PrereqOKFlag = 'N'
                   DISPLAY "Prerequisites Not Changed"
               ELSE
                   MOVE WorkPrereqs TO CcPrereqs
                   REWRITE CourseCatData
                       INVALID KEY DISPLAY "Course Not Changed"
                       NOT INVALID KEY
                           DISPLAY "Prerequisites Changed"
                   END-REWRITE
               END-IF
           END-IF.
       AcceptOnePrereq.
           DISPLAY "Prerequisite " PrereqIdx " (Now "
               WPCode(PrereqIdx) " " WPGrade(PrereqIdx)
               ", Blank = None) : " WITH NO ADVANCING.
           ACCEPT WPCode(PrereqIdx).
           MOVE FUNCTION UPPER-CASE(WPCode(PrereqIdx))
               TO WPCode(PrereqIdx).
           IF WPCode(PrereqIdx) = SPACES
               MOVE SPACE TO WPGrade(PrereqIdx)
           ELSE
               DISPLAY "Minimum Grade (A-D) : " WITH NO ADVANCING
               ACCEPT WPGrade(PrereqIdx)
               MOVE FUNCTION UPPER-CASE(WPGrade(PrereqIdx))
                   TO WPGrade(PrereqIdx)
               MOVE WPCode(PrereqIdx) TO CcCourseCode
               EVALUATE TRUE
                   WHEN WPCode(PrereqIdx) = WorkCourseCode
                       DISPLAY "A Course Cannot Require Itself"
                       MOVE 'N' TO PrereqOKFlag
                   WHEN NOT WPGradeValid(PrereqIdx)
                       DISPLAY "Minimum Grade Must Be A to D"
                       MOVE 'N' TO PrereqOKFlag
                   WHEN OTHER
                       READ CourseCatFile
                           INVALID KEY
                               DISPLAY "Prerequisite Course Not on File"
                               MOVE 'N' TO PrereqOKFlag
                       END-READ
               END-EVALUATE
           END-IF.
      * Sections of a course offered in a term, each with its seat
      * limit. ENRLMNT places students beyond the limit on the
      * section's waitlist. A capacity of zero takes the section off.
       MaintainSections.
           DISPLAY " ".
           DISPLAY "Term Code : " WITH NO ADVANCING.
           ACCEPT WorkTerm.
           PERFORM LoadSectionTable.
           MOVE 0 TO ListedCount.
           PERFORM VARYING SectIdx FROM 1 BY 1
                   UNTIL SectIdx > SectCount
               IF STTerm(SectIdx) = WorkTerm
                   ADD 1 TO ListedCount
                   DISPLAY STCourseCode(SectIdx) " Section "
                       STSection(SectIdx) " Capacity "
                       STCapacity(SectIdx)
               END-IF
           END-PERFORM.
           DISPLAY "Sections Listed : " ListedCount.
           PERFORM AcceptCourseKey.
           DISPLAY "Section (e.g. 01) : " WITH NO ADVANCING.
           ACCEPT WorkSection.
           DISPLAY "Capacity (0 = Remove) : " WITH NO ADVANCING.
           ACCEPT WorkCapacity.
           MOVE 'Y' TO CourseExists.
           MOVE WorkCourseCode TO CcCourseCode.
           READ CourseCatFile
               INVALID KEY MOVE 'N' TO CourseExists
           END-READ.
           MOVE 0 TO FoundSectIdx.
           PERFORM VARYING SectIdx FROM 1 BY 1
                   UNTIL SectIdx > SectCount
               IF STTerm(SectIdx) = WorkTerm
                       AND STCourseCode(SectIdx) = WorkCourseCode
                       AND STSection(SectIdx) = WorkSection
                   MOVE SectIdx TO FoundSectIdx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WorkTerm = SPACES OR WorkSection = SPACES
                   DISPLAY "Term and Section Required - Not Changed"
               WHEN CourseExists = 'N'
                   DISPLAY "Course Does not Exist"
               WHEN FoundSectIdx = 0 AND WorkCapacity = ZEROS
                   DISPLAY "Section Not on File - Not Changed"
               WHEN FoundSectIdx = 0 AND SectCount >= 500
                   DISPLAY "Section Table Full - Not Changed"
               WHEN FoundSectIdx = 0
                   ADD 1 TO SectCount
                   MOVE WorkTerm TO STTerm(SectCount)
                   MOVE WorkCourseCode TO STCourseCode(SectCount)
                   MOVE WorkSection TO STSection(SectCount)
                   MOVE WorkCapacity TO STCapacity(SectCount)
                   PERFORM SaveSectionTable
                   DISPLAY "Section Added"
               WHEN OTHER
                   MOVE WorkCapacity TO STCapacity(FoundSectIdx)
                   PERFORM SaveSectionTable
                   IF WorkCapacity = ZEROS
                       DISPLAY "Section Removed"
                   ELSE
                       DISPLAY "Section Capacity Changed"
                   END-IF
           END-EVALUATE.
       LoadSectionTable.
           MOVE 0 TO SectCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT SectionFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ SectionFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND SectCount < 500
                   ADD 1 TO SectCount
                   MOVE SsTerm TO STTerm(SectCount)
                   MOVE SsCourseCode TO STCourseCode(SectCount)
                   MOVE SsSection TO STSection(SectCount)
                   MOVE SsCapacity TO STCapacity(SectCount)
               END-IF
           END-PERFORM.
           IF SectionFileStatus = "00" OR SectionFileStatus = "05"
                   OR SectionFileStatus = "10"
               CLOSE SectionFile
           END-IF.
       SaveSectionTable.
           OPEN OUTPUT SectionFile.
           PERFORM VARYING SectIdx FROM 1 BY 1
                   UNTIL SectIdx > SectCount
               IF STCapacity(SectIdx) > ZEROS
                   MOVE STTerm(SectIdx) TO SsTerm
                   MOVE STCourseCode(SectIdx) TO SsCourseCode
                   MOVE STSection(SectIdx) TO SsSection
                   MOVE STCapacity(SectIdx) TO SsCapacity
                   WRITE SectionRecord
               END-IF
           END-PERFORM.
           CLOSE SectionFile.
      * A program is made up of a header line (name, minimum
      * cumulative GPA and minimum total credit hours), required
      * courses, and elective groups, each a list of courses from
      * which a minimum number of credit hours must be passed.
      * DEGAUDIT measures students against these lines.
       MaintainProgramReqs.
           DISPLAY " ".
           DISPLAY "Program Code : " WITH NO ADVANCING.
           ACCEPT WorkProgram.
           MOVE FUNCTION UPPER-CASE(WorkProgram) TO WorkProgram.
           PERFORM LoadReqTable.
           PERFORM ListProgramReqs.
           DISPLAY "Line Type (H = Header, R = Required Course,".
           DISPLAY "  G = Elective Group, E = Elective Course) : "
               WITH NO ADVANCING.
           ACCEPT WorkLineType.
           MOVE FUNCTION UPPER-CASE(WorkLineType) TO WorkLineType.
           DISPLAY "Action (A = Add or Change, R = Remove) : "
               WITH NO ADVANCING.
           ACCEPT WorkAction.
           MOVE FUNCTION UPPER-CASE(WorkAction) TO WorkAction.
           MOVE SPACES TO WorkGroup.
           MOVE SPACES TO WorkCourseCode.
           IF WorkLineType = 'G' OR WorkLineType = 'E'
               DISPLAY "Elective Group Code : " WITH NO ADVANCING
               ACCEPT WorkGroup
               MOVE FUNCTION UPPER-CASE(WorkGroup) TO WorkGroup
           END-IF.
           IF WorkLineType = 'R' OR WorkLineType = 'E'
               PERFORM AcceptCourseKey
               MOVE FUNCTION UPPER-CASE(WorkCourseCode)
                   TO WorkCourseCode
           END-IF.
           EVALUATE TRUE
               WHEN WorkProgram = SPACES
                   DISPLAY "Program Code Required - Not Changed"
               WHEN NOT WorkLineValid
                   DISPLAY "Line Type Must Be H, R, G or E"
               WHEN WorkAction NOT = 'A' AND WorkAction NOT = 'R'
                   DISPLAY "Action Must Be A or R - Not Changed"
               WHEN WorkAction = 'R'
                   PERFORM RemoveProgramReq
               WHEN OTHER
                   PERFORM AddProgramReq
           END-EVALUATE.
       FindHeaderLine.
           MOVE 0 TO HeaderIdx.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > ReqCount
               IF PQProgram(ReqIdx) = WorkProgram
                       AND PQType(ReqIdx) = 'H'
                   MOVE ReqIdx TO HeaderIdx
               END-IF
           END-PERFORM.
       FindGroupLine.
           MOVE 0 TO GroupIdx.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > ReqCount
               IF PQProgram(ReqIdx) = WorkProgram
                       AND PQType(ReqIdx) = 'G'
                       AND PQGroupCode(ReqIdx) = WorkGroup
                   MOVE ReqIdx TO GroupIdx
               END-IF
           END-PERFORM.
       FindReqLine.
           MOVE 0 TO FoundReqIdx.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > ReqCount
               IF PQProgram(ReqIdx) = WorkProgram
                       AND PQType(ReqIdx) = WorkLineType
                       AND PQGroupCode(ReqIdx) = WorkGroup
                       AND PQCourseCode(ReqIdx) = WorkCourseCode
                   MOVE ReqIdx TO FoundReqIdx
               END-IF
           END-PERFORM.
       ListProgramReqs.
           MOVE 0 TO ListedCount.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > ReqCount
               IF PQProgram(ReqIdx) = WorkProgram
                   ADD 1 TO ListedCount
                   EVALUATE PQType(ReqIdx)
                       WHEN 'H'
                           DISPLAY PQDesc(ReqIdx) " Min GPA "
                               PQMinGPA(ReqIdx) " Min Hours "
                               PQMinHours(ReqIdx)
                       WHEN 'R'
                           DISPLAY "  Required " PQCourseCode(ReqIdx)
                       WHEN 'G'
                           DISPLAY "  Group " PQGroupCode(ReqIdx) " "
                               PQDesc(ReqIdx) " Min Hours "
                               PQMinHours(ReqIdx)
                       WHEN OTHER
                           DISPLAY "    Group " PQGroupCode(ReqIdx)
                               " Course " PQCourseCode(ReqIdx)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY "Requirement Lines : " ListedCount.
      * Header, required course and elective group lines are checked
      * before they are added: courses must be in the catalogue, and
      * every line other than the header needs the header first.
       AddProgramReq.
           PERFORM FindHeaderLine.
           PERFORM FindGroupLine.
           PERFORM FindReqLine.
           MOVE 'Y' TO CourseExists.
           IF WorkCourseCode NOT = SPACES
               MOVE WorkCourseCode TO CcCourseCode
               READ CourseCatFile
                   INVALID KEY MOVE 'N' TO CourseExists
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WorkLineType NOT = 'H' AND HeaderIdx = 0
                   DISPLAY "Add the Program Header First"
               WHEN WorkLineType = 'E' AND GroupIdx = 0
                   DISPLAY "Elective Group Not on File"
               WHEN WorkLineType = 'G' AND WorkGroup = SPACES
                   DISPLAY "Group Code Required - Not Changed"
               WHEN CourseExists = 'N'
                   DISPLAY "Course Does not Exist"
               WHEN (WorkLineType = 'R' OR WorkLineType = 'E')
                       AND WorkCourseCode = SPACES
                   DISPLAY "Course Code Required - Not Changed"
               WHEN (WorkLineType = 'R' OR WorkLineType = 'E')
                       AND FoundReqIdx > 0
                   DISPLAY "Course Already on the Program"
               WHEN FoundReqIdx = 0 AND ReqCount >= 500
                   DISPLAY "Requirement Table Full - Not Changed"
               WHEN OTHER
                   PERFORM StoreProgramReq
           END-EVALUATE.
       StoreProgramReq.
           MOVE SPACES TO WorkDesc.
           MOVE ZEROS TO WorkMinHours.
           MOVE ZEROS TO WorkMinGPA.
           IF WorkLineType = 'H' OR WorkLineType = 'G'
               DISPLAY "Description : " WITH NO ADVANCING
               ACCEPT WorkDesc
               DISPLAY "Minimum Credit Hours (999.9) : "
                   WITH NO ADVANCING
               ACCEPT WorkMinHours
           END-IF.
           IF WorkLineType = 'H'
               DISPLAY "Minimum Cumulative GPA (9.99) : "
                   WITH NO ADVANCING
               ACCEPT WorkMinGPA
           END-IF.
           IF FoundReqIdx = 0
               ADD 1 TO ReqCount
               MOVE ReqCount TO FoundReqIdx
               MOVE WorkProgram TO PQProgram(FoundReqIdx)
               MOVE WorkLineType TO PQType(FoundReqIdx)
               MOVE WorkGroup TO PQGroupCode(FoundReqIdx)
               MOVE WorkCourseCode TO PQCourseCode(FoundReqIdx)
               DISPLAY "Requirement Added"
           ELSE
               DISPLAY "Requirement Changed"
           END-IF.
           MOVE WorkDesc TO PQDesc(FoundReqIdx).
           MOVE WorkMinHours TO PQMinHours(FoundReqIdx).
           MOVE WorkMinGPA TO PQMinGPA(FoundReqIdx).
           PERFORM SaveReqTable.
      * Removing the header removes the whole program, and removing a
      * group removes the courses listed under it.
       RemoveProgramReq.
           PERFORM FindReqLine.
           IF FoundReqIdx = 0
               DISPLAY "Requirement Not on File - Not Changed"
           ELSE
               PERFORM VARYING ReqIdx FROM 1 BY 1
                       UNTIL ReqIdx > ReqCount
                   IF PQProgram(ReqIdx) = WorkProgram
                       EVALUATE TRUE
                           WHEN ReqIdx = FoundReqIdx
                               MOVE SPACE TO PQType(ReqIdx)
                           WHEN WorkLineType = 'H'
                               MOVE SPACE TO PQType(ReqIdx)
                           WHEN WorkLineType = 'G'
                                   AND PQType(ReqIdx) = 'E'
                                   AND PQGroupCode(ReqIdx) = WorkGroup
                               MOVE SPACE TO PQType(ReqIdx)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               PERFORM SaveReqTable
               DISPLAY "Requirement Removed"
           END-IF.
       LoadReqTable.
           MOVE 0 TO ReqCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ProgReqFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ProgReqFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
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
       SaveReqTable.
           OPEN OUTPUT ProgReqFile.
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > ReqCount
               IF PQType(ReqIdx) NOT = SPACE
                   MOVE PQProgram(ReqIdx) TO PrProgram
                   MOVE PQType(ReqIdx) TO PrType
                   MOVE PQGroupCode(ReqIdx) TO PrGroupCode
                   MOVE PQCourseCode(ReqIdx) TO PrCourseCode
                   MOVE PQMinHours(ReqIdx) TO PrMinHours
                   MOVE PQMinGPA(ReqIdx) TO PrMinGPA
                   MOVE PQDesc(ReqIdx) TO PrDesc
                   WRITE ProgReqRecord
               END-IF
           END-PERFORM.
           CLOSE ProgReqFile.
