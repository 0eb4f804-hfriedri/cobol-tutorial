                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CaseIDNum.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT CollHistFile ASSIGN TO "collhist.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL BizDayParmFile ASSIGN TO "calparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BizDayParmStatus.
              SELECT BrokenReportFile ASSIGN TO "collbrkn.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT CorrLogFile ASSIGN TO "corrlog.dat"
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       FD  BrokenReportFile.
       01  BrokenReportLine           PIC X(90).
       FD  CorrLogFile.
                   88  ClSent         VALUE SPACE.
                   88  ClDoNotMail    VALUE 'D'.
                   88  ClBadAddress   VALUE 'B'.
                   88  ClBounced      VALUE 'R'.
               02  ClChannel          PIC X.
                   88  ClByPost       VALUE SPACE.
                   88  ClByEmail      VALUE 'E'.
       FD  BizDayParmFile.
       01  BizDayParmRecord.
               02  BdGraceDays        PIC 9(3).
               02  BdGraceBasis       PIC X.
               02  BdAgingBasis       PIC X.
               02  BdPromiseBasis     PIC X.
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BizDateInt                 PIC 9(7).
       01  LastActInt                 PIC 9(7).
       01  DaysInactive               PIC S9(7).
       01  ItemEOFFlag                PIC X.
       01  OldestInvDate              PIC 9(8).
       01  CasesOpened                PIC 9(5) VALUE 0.
       01  DisputeSkipped             PIC 9(5) VALUE 0.
       01  CustDisputed               PIC S9(9)V99.
       01  ItemDisputed               PIC S9(9)V99.
       01  DspCustID                  PIC 9(6).
       01  DspInvoice                 PIC 9(6).
       01  DspOpenAmount              PIC 9(7)V99.
       01  PromisesBroken             PIC 9(5) VALUE 0.
       01  BizDayParmStatus           PIC XX.
       01  PromiseBasis               PIC X VALUE 'C'.
               88  PromiseInBusinessDays VALUE 'B'.
       01  PromiseDueDate             PIC 9(8).
       01  CalFunction                PIC X(4).
       01  CalDays                    PIC S9(5).
       01  CalDayType                 PIC X.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           OPEN EXTEND CollHistFile.
           OPEN EXTEND CorrLogFile.
           PERFORM OpenNewCases.
           PERFORM LoadPromiseBasis.
           PERFORM ReviewPromises.
           CLOSE CollCaseFile.
           CLOSE CollHistFile.
           CLOSE CorrLogFile.
           DISPLAY "Cases Opened    : " CasesOpened
           DISPLAY "Promises Broken : " PromisesBroken
           DISPLAY "Held In Dispute : " DisputeSkipped
           IF PromisesBroken > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
       OpenNewCases.
           OPEN INPUT CustomerFile.
           OPEN INPUT OpenItemFile.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RecordLive
                       AND Balance > 0
                   PERFORM GetCustomerDisputed
                   IF Balance > CustDisputed
                       PERFORM EvaluateForCase
                   ELSE
                       ADD 1 TO DisputeSkipped
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE OpenItemFile.
      * Amounts in open dispute are not pursued: a customer whose whole
      * balance is disputed gets no case, and an invoice disputed in
      * full does not count as the oldest unpaid item.
       GetCustomerDisputed.
           MOVE IDNum TO DspCustID.
           MOVE ZEROS TO DspInvoice.
           CALL 'DISPSUM' USING DspCustID, DspInvoice, DspOpenAmount.
           MOVE DspOpenAmount TO CustDisputed.
      * A customer is past due when the oldest unpaid invoice is older
      * than the threshold. Balances carried by no open invoice fall
      * back to the last activity date.
       EvaluateForCase.
           PERFORM FindOldestOpenItem.
           IF OldestInvDate NOT = ZEROS
               COMPUTE LastActInt =
                   FUNCTION INTEGER-OF-DATE(OldestInvDate)
           ELSE
               COMPUTE LastActDateNum = LastActYear * 10000
                   + LastActMonth * 100 + LastActDay
               COMPUTE LastActInt =
                   FUNCTION INTEGER-OF-DATE(LastActDateNum)
           END-IF.
           COMPUTE DaysInactive = BizDateInt - LastActInt.
           IF DaysInactive > CaseThresholdDays
               MOVE IDNum TO CaseIDNum
                       CONTINUE
               END-EVALUATE
           END-IF.
       FindOldestOpenItem.
           MOVE ZEROS TO OldestInvDate.
           MOVE IDNum TO OiIDNum.
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
                   IF OiIDNum NOT = IDNum
                       MOVE 'Y' TO ItemEOFFlag
                   ELSE
                       IF OiItemOpen AND OiOpenAmount > ZEROS
                           AND (OldestInvDate = ZEROS
                               OR OiInvDate < OldestInvDate)
                           PERFORM CheckItemDisputed
                           IF ItemDisputed < OiOpenAmount
                               MOVE OiInvDate TO OldestInvDate
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       CheckItemDisputed.
           MOVE ZEROS TO ItemDisputed.
           IF CustDisputed > ZEROS
               MOVE OiInvoiceNum TO DspInvoice
               CALL 'DISPSUM' USING DspCustID, DspInvoice,
                   DspOpenAmount
               MOVE DspOpenAmount TO ItemDisputed
           END-IF.
       OpenOneCase.
           MOVE IDNum TO CaseIDNum.
           MOVE BusinessDate TO CaseOpenDate.
               END-READ
               IF CaseEOFFlag = 'N' AND CaseIsOpen
                       AND PromisePending
                   PERFORM SetPromiseDueDate
                   IF PromiseDueDate < BusinessDate
                       PERFORM BreakOnePromise
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO BrokenReportLine.
           END-STRING.
           WRITE BrokenReportLine.
           CLOSE BrokenReportFile.
      * When promises count business days, one falling on a weekend
      * or holiday is met by payment on the next business day.
       SetPromiseDueDate.
           MOVE CasePromiseDate TO PromiseDueDate.
           IF PromiseInBusinessDays
               MOVE "ADD " TO CalFunction
               MOVE 0 TO CalDays
               CALL 'BIZCAL' USING CalFunction, CasePromiseDate,
                   PromiseDueDate, CalDays, CalDayType
           END-IF.
       LoadPromiseBasis.
           OPEN INPUT BizDayParmFile.
           IF BizDayParmStatus = "00"
               READ BizDayParmFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE BdPromiseBasis TO PromiseBasis
               END-READ
           END-IF.
           IF BizDayParmStatus = "00" OR BizDayParmStatus = "05"
                   OR BizDayParmStatus = "10"
               CLOSE BizDayParmFile
           END-IF.
       BreakOnePromise.
           SET PromiseBroken TO TRUE.
           REWRITE CollCaseData
                   MOVE BusinessDate TO ClDate
                   MOVE SPACES TO ClRef
                   MOVE SPACE TO ClSuppressed
                   SET ClByPost TO TRUE
                   WRITE CorrLogRecord
           END-REWRITE.
       WriteCaseHistory.
