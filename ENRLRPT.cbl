       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLRPT.
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
              SELECT OPTIONAL SectionFile ASSIGN TO "crssect.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SectionFileStatus.
              SELECT OPTIONAL RegFile ASSIGN TO "crsreg.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RegFileStatus.
              SELECT WaitlistFile ASSIGN TO "waitlist.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ExceptionFile ASSIGN TO "enrlexcp.lst"
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
       FD  WaitlistFile.
       01  WaitlistLine               PIC X(80).
       FD  ExceptionFile.
       01  ExceptionLine              PIC X(80).
       WORKING-STORAGE SECTION.
       01  TermCtlStatus              PIC XX.
       01  SectionFileStatus          PIC XX.
       01  RegFileStatus              PIC XX.
       01  TermCode                   PIC X(6).
       01  EndOfFileFlag              PIC X.
       01  StudExists                 PIC X.
       01  PrintName                  PIC X(10).
       01  SectIdx                    PIC 9(3).
       01  RegIdx                     PIC 9(4).
       01  NextRegIdx                 PIC 9(4).
       01  LastSeqTried               PIC 9(4).
       01  WaitPosition               PIC 9(4).
       01  SeatsTaken                 PIC 9(4).
       01  ListDone                   PIC X.
       01  NoticeCount                PIC 9(4) VALUE 0.
       01  WaitingCount               PIC 9(4) VALUE 0.
       01  OverrideCount              PIC 9(4) VALUE 0.
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
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "WAITLIST AND ENROLLMENT EXCEPTIONS REPORT".
           PERFORM ReadTermControl.
           IF TermCode = SPACES
               DISPLAY "ERROR: termctl.dat missing or blank - "
                   "run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Report Term : " TermCode.
           PERFORM LoadSectionTable.
           PERFORM LoadRegTable.
           OPEN INPUT StudentFile.
           OPEN OUTPUT WaitlistFile.
           OPEN OUTPUT ExceptionFile.
           PERFORM WriteWaitlistNotices.
           PERFORM WriteCurrentWaitlists.
           PERFORM WriteOverrideExceptions.
           CLOSE StudentFile.
           CLOSE WaitlistFile.
           CLOSE ExceptionFile.
           IF NoticeCount > 0
               PERFORM SaveRegTable
           END-IF.
           DISPLAY "Waitlist Notices  : " NoticeCount
           DISPLAY "Still Waitlisted  : " WaitingCount
           DISPLAY "Prereq Overrides  : " OverrideCount
           DISPLAY "Reports Written to waitlist.lst and enrlexcp.lst"
           DISPLAY "END OF ENROLLMENT REPORT".
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
       LoadSectionTable.
           MOVE 0 TO SectCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT SectionFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ SectionFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND SsTerm = TermCode
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
       GetStudentName.
           MOVE RTStudID(RegIdx) TO StudID.
           MOVE 'Y' TO StudExists.
           READ StudentFile
               INVALID KEY MOVE 'N' TO StudExists
           END-READ.
           IF StudExists = 'Y'
               MOVE StudName TO PrintName
           ELSE
               MOVE "*UNKNOWN*" TO PrintName
           END-IF.
      * Students moved into a section from its waitlist since the last
      * run are sent a notice, and the registration is marked notified
      * so the notice is printed only once.
       WriteWaitlistNotices.
           MOVE "WAITLIST NOTICES - TERM " TO WaitlistLine.
           MOVE TermCode TO WaitlistLine(25:6).
           WRITE WaitlistLine.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTTerm(RegIdx) = TermCode
                       AND RTStatus(RegIdx) = 'E'
                       AND RTPromoteDate(RegIdx) NOT = ZEROS
                       AND RTNotified(RegIdx) = 'N'
                   PERFORM WriteOneNotice
               END-IF
           END-PERFORM.
       WriteOneNotice.
           PERFORM GetStudentName.
           ADD 1 TO NoticeCount.
           MOVE SPACES TO WaitlistLine.
           WRITE WaitlistLine.
           MOVE SPACES TO WaitlistLine.
           STRING "TO: " FUNCTION TRIM(PrintName)
               "  (ID " RTStudID(RegIdx) ")"
               DELIMITED BY SIZE INTO WaitlistLine
           END-STRING.
           WRITE WaitlistLine.
           MOVE "A Seat Has Become Available and You Have Been Moved "
               TO WaitlistLine.
           WRITE WaitlistLine.
           MOVE SPACES TO WaitlistLine.
           STRING "From the Waitlist Into " RTCourseCode(RegIdx)
               " Section " RTSection(RegIdx)
               " for Term " TermCode
               " on " RTPromoteDate(RegIdx) "."
               DELIMITED BY SIZE INTO WaitlistLine
           END-STRING.
           WRITE WaitlistLine.
           MOVE 'Y' TO RTNotified(RegIdx).
      * The waitlists still standing, section by section, in the order
      * the students will be offered a seat.
       WriteCurrentWaitlists.
           MOVE SPACES TO WaitlistLine.
           WRITE WaitlistLine.
           MOVE "CURRENT SECTION WAITLISTS" TO WaitlistLine.
           WRITE WaitlistLine.
           PERFORM VARYING SectIdx FROM 1 BY 1
                   UNTIL SectIdx > SectCount
               PERFORM WriteSectionWaitlist
           END-PERFORM.
       WriteSectionWaitlist.
           MOVE 0 TO SeatsTaken.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTTerm(RegIdx) = TermCode
                       AND RTCourseCode(RegIdx) = STCourseCode(SectIdx)
                       AND RTSection(RegIdx) = STSection(SectIdx)
                       AND RTStatus(RegIdx) = 'E'
                   ADD 1 TO SeatsTaken
               END-IF
           END-PERFORM.
           MOVE SPACES TO WaitlistLine.
           WRITE WaitlistLine.
           MOVE SPACES TO WaitlistLine.
           STRING STCourseCode(SectIdx) " Section " STSection(SectIdx)
               "  Capacity " STCapacity(SectIdx)
               "  Registered " SeatsTaken
               DELIMITED BY SIZE INTO WaitlistLine
           END-STRING.
           WRITE WaitlistLine.
           MOVE 0 TO WaitPosition.
           MOVE 0 TO LastSeqTried.
           MOVE 'N' TO ListDone.
           PERFORM UNTIL ListDone = 'Y'
               PERFORM FindNextWaiting
               IF NextRegIdx = 0
                   MOVE 'Y' TO ListDone
               ELSE
                   MOVE RTWaitSeq(NextRegIdx) TO LastSeqTried
                   MOVE NextRegIdx TO RegIdx
                   PERFORM GetStudentName
                   ADD 1 TO WaitPosition
                   ADD 1 TO WaitingCount
                   MOVE SPACES TO WaitlistLine
                   STRING "  " WaitPosition ". "
                       RTStudID(NextRegIdx) " " PrintName
                       "  Waiting Since " RTDate(NextRegIdx)
                       DELIMITED BY SIZE INTO WaitlistLine
                   END-STRING
                   WRITE WaitlistLine
               END-IF
           END-PERFORM.
           IF WaitPosition = 0
               MOVE "  No Students Waitlisted" TO WaitlistLine
               WRITE WaitlistLine
           END-IF.
       FindNextWaiting.
           MOVE 0 TO NextRegIdx.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTTerm(RegIdx) = TermCode
                       AND RTCourseCode(RegIdx) = STCourseCode(SectIdx)
                       AND RTSection(RegIdx) = STSection(SectIdx)
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
      * Every registration for the term taken on a supervisor's
      * prerequisite override, including ones since dropped, with the
      * prerequisite that was missing and who granted it.
       WriteOverrideExceptions.
           MOVE "ENROLLMENT EXCEPTIONS - PREREQUISITE OVERRIDES - TERM "
               TO ExceptionLine.
           MOVE TermCode TO ExceptionLine(55:6).
           WRITE ExceptionLine.
           MOVE SPACES TO ExceptionLine.
           WRITE ExceptionLine.
           MOVE "STUD  NAME       COURSE SC MISSING GRANTED  DATE     S"
               TO ExceptionLine.
           WRITE ExceptionLine.
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount
               IF RTTerm(RegIdx) = TermCode
                       AND RTOverrideBy(RegIdx) NOT = SPACES
                   PERFORM GetStudentName
                   ADD 1 TO OverrideCount
                   MOVE SPACES TO ExceptionLine
                   STRING RTStudID(RegIdx) " " PrintName " "
                       RTCourseCode(RegIdx) " " RTSection(RegIdx) " "
                       RTOverrideCode(RegIdx) "  "
                       RTOverrideBy(RegIdx) " "
                       RTDate(RegIdx) " " RTStatus(RegIdx)
                       DELIMITED BY SIZE INTO ExceptionLine
                   END-STRING
                   WRITE ExceptionLine
               END-IF
           END-PERFORM.
           MOVE SPACES TO ExceptionLine.
           WRITE ExceptionLine.
           MOVE SPACES TO ExceptionLine.
           STRING "OVERRIDES GRANTED : " OverrideCount
               DELIMITED BY SIZE INTO ExceptionLine
           END-STRING.
           WRITE ExceptionLine.
