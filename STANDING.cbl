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
