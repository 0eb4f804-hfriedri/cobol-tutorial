                   88  StandingGood   VALUE SPACE.
                   88  StandingProb   VALUE 'P'.
                   88  StandingSusp   VALUE 'S'.
               02  StudCustID         PIC 9(6).
               02  StudHold           PIC X.
                   88  NoStudentHold  VALUE SPACE.
                   88  FinancialHold  VALUE 'F'.
               02  StudProgram        PIC X(6).
       FD  GradeHistFile.
       01  GradeHistRecord.
               02  GhStudID           PIC 9(5).
               02  CcCourseCode       PIC X(6).
               02  CcTitle            PIC X(20).
               02  CcCreditHours      PIC 9V9.
               02  CcPrereqs.
                   03  CcPrereq       OCCURS 3 TIMES.
                       04  CcPrereqCode   PIC X(6).
                       04  CcPrereqGrade  PIC X.
       WORKING-STORAGE SECTION.
       01  GradeHistStatus            PIC XX.
       01  DropCfgStatus              PIC XX.
