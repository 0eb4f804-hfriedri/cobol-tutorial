       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFSEL.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL ConfFile ASSIGN TO "confctl.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ConfKey.
              SELECT ConfParmFile ASSIGN TO "confparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ConfParmStatus.
              SELECT LetterFile ASSIGN TO "conflet.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT CorrLogFile ASSIGN TO "corrlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  ConfFile.
       01  ConfData.
               02  ConfKey.
                   03  CfYear         PIC 9(4).
                   03  CfIDNum        PIC 9(6).
               02  CfConfDate         PIC 9(8).
               02  CfBalance          PIC S9(7)V99.
               02  CfBand             PIC 9.
               02  CfSelType          PIC X.
                   88  CfKeyItem      VALUE 'K'.
                   88  CfSampled      VALUE 'S'.
               02  CfRespStatus       PIC X.
                   88  CfOutstanding  VALUE 'O'.
                   88  CfAgreed       VALUE 'A'.
                   88  CfDisagreed    VALUE 'D'.
                   88  CfNoReply      VALUE 'N'.
               02  CfRespAmount       PIC S9(7)V99.
               02  CfRespDate         PIC 9(8).
       FD  ConfParmFile.
       01  ConfParmRecord.
               02  CpKeyThreshold     PIC 9(7)V99.
               02  CpPerBand          PIC 9(3).
       FD  LetterFile.
       01  LetterLine                 PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  ConfParmStatus             PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  ConfFoundFlag              PIC X.
       01  EligibleFlag               PIC X.
       01  KeyThreshold               PIC 9(7)V99 VALUE 10000.00.
       01  PerBand                    PIC 9(3) VALUE 10.
       01  BandLimit1                 PIC 9(7)V99.
       01  BandLimit2                 PIC 9(7)V99.
       01  BandLimit3                 PIC 9(7)V99.
       01  WorkBand                   PIC 9.
       01  BandIdx                    PIC 9.
       01  RandomSeed                 PIC 9(8).
       01  RandomWork                 PIC V9(9).
       01  LetterCount                PIC 9(5) VALUE 0.
       01  KeyItemCount               PIC 9(5) VALUE 0.
       01  KeyItemTotal               PIC S9(9)V99 VALUE ZEROS.
       01  SkippedMailCount           PIC 9(5) VALUE 0.
       01  ReportBalance              PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZ9.99-.
       01  ReportDate                 PIC 9999/99/99.
       01  BandTable.
               02  BandEntry          OCCURS 4 TIMES.
                   03  BTPopulation   PIC 9(6).
                   03  BTRemaining    PIC 9(6).
                   03  BTNeeded       PIC 9(3).
                   03  BTSelected     PIC 9(5).
                   03  BTTotal        PIC S9(9)V99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "RECEIVABLES CONFIRMATION SAMPLE".
           PERFORM LoadConfParameters.
           OPEN I-O ConfFile.
           PERFORM CheckAlreadyDrawn.
           IF ConfFoundFlag = 'Y'
               DISPLAY "ERROR: confirmations already drawn for "
                   BizYear " - run abandoned"
               CLOSE ConfFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CustomerFile.
           PERFORM CountBandPopulations.
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 4
               MOVE BTPopulation(BandIdx) TO BTRemaining(BandIdx)
               IF BTPopulation(BandIdx) < PerBand
                   MOVE BTPopulation(BandIdx) TO BTNeeded(BandIdx)
               ELSE
                   MOVE PerBand TO BTNeeded(BandIdx)
               END-IF
           END-PERFORM.
           MOVE BusinessDate TO RandomSeed.
           COMPUTE RandomWork = FUNCTION RANDOM(RandomSeed).
           OPEN OUTPUT LetterFile.
           OPEN EXTEND CorrLogFile.
           PERFORM DrawSample.
           CLOSE CustomerFile.
           CLOSE ConfFile.
           CLOSE LetterFile.
           CLOSE CorrLogFile.
           PERFORM ShowControlTotals.
           DISPLAY "END OF RECEIVABLES CONFIRMATION SAMPLE".
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
       LoadConfParameters.
           OPEN INPUT ConfParmFile.
           IF ConfParmStatus = "00"
               READ ConfParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF CpKeyThreshold > ZEROS
                           MOVE CpKeyThreshold TO KeyThreshold
                       END-IF
                       IF CpPerBand > ZEROS
                           MOVE CpPerBand TO PerBand
                       END-IF
               END-READ
               CLOSE ConfParmFile
           END-IF.
           COMPUTE BandLimit1 = KeyThreshold * 0.10.
           COMPUTE BandLimit2 = KeyThreshold * 0.25.
           COMPUTE BandLimit3 = KeyThreshold * 0.50.
           DISPLAY "Key Item Threshold : " KeyThreshold.
           DISPLAY "Sample Per Band    : " PerBand.
       CheckAlreadyDrawn.
           MOVE 'N' TO ConfFoundFlag.
           MOVE BizYear TO CfYear.
           MOVE ZEROS TO CfIDNum.
           START ConfFile KEY IS NOT LESS THAN ConfKey
               INVALID KEY MOVE 'N' TO ConfFoundFlag
               NOT INVALID KEY
                   READ ConfFile NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CfYear = BizYear
                               MOVE 'Y' TO ConfFoundFlag
                           END-IF
                   END-READ
           END-START.
      * Only live customers owing us money at a mailable address are
      * confirmed. Below the key item threshold the balances fall into
      * four bands: under 10%, 25% and 50% of the threshold, and the
      * rest up to it.
       CheckEligible.
           MOVE 'N' TO EligibleFlag.
           IF RecordLive AND Balance > ZEROS
               IF DoNotMail OR AddrBad
                   ADD 1 TO SkippedMailCount
               ELSE
                   MOVE 'Y' TO EligibleFlag
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN Balance >= KeyThreshold MOVE 0 TO WorkBand
               WHEN Balance < BandLimit1 MOVE 1 TO WorkBand
               WHEN Balance < BandLimit2 MOVE 2 TO WorkBand
               WHEN Balance < BandLimit3 MOVE 3 TO WorkBand
               WHEN OTHER MOVE 4 TO WorkBand
           END-EVALUATE.
       CountBandPopulations.
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 4
               MOVE 0 TO BTPopulation(BandIdx)
               MOVE 0 TO BTSelected(BandIdx)
               MOVE ZEROS TO BTTotal(BandIdx)
           END-PERFORM.
           MOVE ZEROS TO IDNum.
           MOVE 'N' TO EndOfFileFlag.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM CheckEligible
                   IF EligibleFlag = 'Y' AND WorkBand > 0
                       ADD 1 TO BTPopulation(WorkBand)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO SkippedMailCount.
      * Every key item is taken. Within a band each customer is taken
      * with the chance still needed over the customers still to come,
      * which draws exactly the band's sample in one pass. The seed is
      * the processing date, so a rerun for the same date draws the
      * same customers.
       DrawSample.
           MOVE ZEROS TO IDNum.
           MOVE 'N' TO EndOfFileFlag.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM CheckEligible
                   IF EligibleFlag = 'Y'
                       IF WorkBand = 0
                           SET CfKeyItem TO TRUE
                           PERFORM SendConfirmation
                       ELSE
                           PERFORM DrawFromBand
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       DrawFromBand.
           COMPUTE RandomWork = FUNCTION RANDOM.
           IF BTNeeded(WorkBand) > 0
                   AND RandomWork * BTRemaining(WorkBand)
                       < BTNeeded(WorkBand)
               SUBTRACT 1 FROM BTNeeded(WorkBand)
               SET CfSampled TO TRUE
               PERFORM SendConfirmation
           END-IF.
           SUBTRACT 1 FROM BTRemaining(WorkBand).
       SendConfirmation.
           MOVE BizYear TO CfYear.
           MOVE IDNum TO CfIDNum.
           MOVE BusinessDate TO CfConfDate.
           MOVE Balance TO CfBalance.
           MOVE WorkBand TO CfBand.
           SET CfOutstanding TO TRUE.
           MOVE ZEROS TO CfRespAmount.
           MOVE ZEROS TO CfRespDate.
           WRITE ConfData
               INVALID KEY
                   DISPLAY "WARNING: confirmation for " IDNum
                       " already on file"
               NOT INVALID KEY
                   IF WorkBand = 0
                       ADD 1 TO KeyItemCount
                       ADD Balance TO KeyItemTotal
                   ELSE
                       ADD 1 TO BTSelected(WorkBand)
                       ADD Balance TO BTTotal(WorkBand)
                   END-IF
                   PERFORM PrintConfirmationLetter
                   PERFORM WriteCorrLogEntry
           END-WRITE.
       PrintConfirmationLetter.
           ADD 1 TO LetterCount.
           MOVE SPACES TO LetterLine.
           IF LetterCount = 1
               WRITE LetterLine
           ELSE
               WRITE LetterLine AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO LetterLine.
           STRING FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           WRITE LetterLine.
           MOVE SPACES TO LetterLine.
           STRING FUNCTION TRIM(StreetNumber) " "
               FUNCTION TRIM(StreetName)
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           WRITE LetterLine.
           MOVE City TO LetterLine.
           WRITE LetterLine.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           MOVE "BALANCE CONFIRMATION REQUEST" TO LetterLine.
           WRITE LetterLine.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           MOVE BusinessDate TO ReportDate.
           MOVE Balance TO ReportBalance.
           MOVE SPACES TO LetterLine.
           STRING "Our records show a balance owed by you of "
               ReportBalance
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           WRITE LetterLine.
           MOVE SPACES TO LetterLine.
           STRING "as of " ReportDate ". Please confirm directly to "
               "our auditors whether"
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           WRITE LetterLine.
           MOVE "this agrees with your records, and if it does not,"
               TO LetterLine.
           WRITE LetterLine.
           MOVE "state the balance your records show." TO LetterLine.
           WRITE LetterLine.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           MOVE ALL "-" TO LetterLine.
           WRITE LetterLine.
           MOVE SPACES TO LetterLine.
           STRING "Confirmation " CfYear "-" CfIDNum
               "   Balance " ReportBalance
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           WRITE LetterLine.
           MOVE "[ ] Agreed    [ ] Not agreed - our balance is:"
               TO LetterLine.
           WRITE LetterLine.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           MOVE "Signature ______________________  Date __________"
               TO LetterLine.
           WRITE LetterLine.
       WriteCorrLogEntry.
           MOVE IDNum TO ClIDNum.
           MOVE "AUDCONF" TO ClDocType.
           MOVE BusinessDate TO ClDate.
           MOVE SPACES TO ClRef.
           MOVE BizYear TO ClRef(1:4).
           MOVE SPACE TO ClSuppressed.
           SET ClByPost TO TRUE.
           WRITE CorrLogRecord.
       ShowControlTotals.
           MOVE KeyItemTotal TO ReportTotal.
           DISPLAY "Key Items          : " KeyItemCount
               " Balance " ReportTotal.
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 4
               MOVE BTTotal(BandIdx) TO ReportTotal
               DISPLAY "Band " BandIdx " Sampled      : "
                   BTSelected(BandIdx) " of " BTPopulation(BandIdx)
                   " Balance " ReportTotal
           END-PERFORM.
           DISPLAY "Skipped No Mail    : " SkippedMailCount.
           DISPLAY "Letters Printed    : " LetterCount.
