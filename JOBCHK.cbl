       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
               02  ProcPeriodEnd      PIC X.
       WORKING-STORAGE SECTION.
       01  StepFileStatus             PIC XX.
       01  ReqFileStatus              PIC XX.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateText           PIC X(8).
       01  PeriodEndFlag              PIC X VALUE SPACE.
               88  PeriodEndPending   VALUE 'M' 'Q'.
       01  EndOfFileFlag              PIC X.
       01  ReqStream                  PIC X(8) VALUE SPACES.
       01  ReqProgram                 PIC X(8) VALUE SPACES.
           END-IF.
           DISPLAY "Stream        : " ReqStream.
           DISPLAY "Business Date : " BusinessDate.
           IF PeriodEndPending
               DISPLAY "Period-End    : " PeriodEndFlag
                   " Close Pending"
           END-IF.
           PERFORM LoadStepTable.
           IF StepCount = 0
               DISPLAY "ERROR: no steps defined for stream "
                   NOT AT END
                       IF ProcDate IS NUMERIC AND ProcDate > 0
                           MOVE ProcDate TO BusinessDate
                           MOVE ProcPeriodEnd TO PeriodEndFlag
                           DISPLAY "Processing Date Override : "
                               BusinessDate
                       END-IF
                   DISPLAY "ERROR: " ReqProgram
                       " is not a step of stream " ReqStream
                   MOVE 'Y' TO RefuseFlag
      * The business date roll marks the day a month closes; until it
      * has, the MONTHLY job is held.
               WHEN ReqStream = "MONTHLY" AND NOT PeriodEndPending
                   DISPLAY "ERROR: MONTHLY is held - " BusinessDate
                       " is not marked for month-end close"
                   MOVE 'Y' TO RefuseFlag
               WHEN StepClean(ReqStepIdx)
                   DISPLAY "ERROR: " ReqProgram
                       " already completed clean today - "
