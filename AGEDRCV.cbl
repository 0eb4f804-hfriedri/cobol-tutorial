                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT OPTIONAL BizDayParmFile ASSIGN TO "calparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BizDayParmStatus.
              SELECT ExtractFile ASSIGN TO "agedrcv-extract.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SortWork ASSIGN TO "agedrcv-sort.tmp".
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  BizDayParmFile.
       01  BizDayParmRecord.
               02  BdGraceDays        PIC 9(3).
               02  BdGraceBasis       PIC X.
               02  BdAgingBasis       PIC X.
               02  BdPromiseBasis     PIC X.
       FD  CustomerFile.
       01  CustomerData.
               02  IDNum              PIC 9(6).
               02  AddrStatus         PIC X.
                   88  AddrGood       VALUE SPACE.
                   88  AddrBad        VALUE 'B'.
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
       FD  ExtractFile.
       01  ExtractData.
               02  ExtDaysInactive    PIC 9(5).
               02  ExtIDNum           PIC 9(6).
               02  ExtLastName        PIC X(15).
               02  ExtBalance         PIC S9(7)V99.
               02  ExtInvoiceNum      PIC 9(6).
               02  ExtOverLimit       PIC X.
       SD  SortWork.
       01  SortData.
               02  SortDaysInactive   PIC 9(5).
               02  SortIDNum          PIC 9(6).
               02  SortLastName       PIC X(15).
               02  SortBalance        PIC S9(7)V99.
               02  SortInvoiceNum     PIC 9(6).
               02  SortOverLimit      PIC X.
       FD  AgedListFile.
       01  AgedListLine               PIC X(80).
       WORKING-STORAGE SECTION.
       01  ReportBalance              PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZ9.99-.
       01  OverLimitTag               PIC X(12).
       01  ItemEOFFlag                PIC X.
       01  ItemCount                  PIC 9(6) VALUE 0.
       01  ItemsTotal                 PIC S9(9)V99.
       01  ResidualAmount             PIC S9(9)V99.
       01  OverLimitFlag              PIC X.
       01  AgeRefText                 PIC X(10).
       01  CustDisputed               PIC S9(9)V99.
       01  ItemDisputed               PIC S9(9)V99.
       01  MatchedDisputed            PIC S9(9)V99.
       01  AgedItemAmount             PIC S9(9)V99.
       01  DisputedTotal              PIC S9(9)V99 VALUE ZEROS.
       01  DspCustID                  PIC 9(6).
       01  DspInvoice                 PIC 9(6).
       01  DspOpenAmount              PIC 9(7)V99.
       01  BizDayParmStatus           PIC XX.
       01  AgingBasis                 PIC X VALUE 'C'.
               88  AgeInBusinessDays  VALUE 'B'.
       01  AgeFromDate                PIC 9(8).
       01  CalFunction                PIC X(4).
       01  CalDays                    PIC S9(5).
       01  CalDayType                 PIC X.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "AGED RECEIVABLES REPORT".
           MOVE BusinessDate TO TodayInt.
           PERFORM LoadAgingBasis.
           PERFORM ExtractAgedCustomers.
           SORT SortWork ON DESCENDING KEY SortDaysInactive
                                          SortBalance
                  USING ExtractFile
                  OUTPUT PROCEDURE IS WriteAgedList.
           DISPLAY "Customers Reported : " ExtractedCount
           DISPLAY "Open Items Aged    : " ItemCount
           DISPLAY "END OF AGED RECEIVABLES REPORT".
           STOP RUN.
       GetProcessingDate.
           END-IF.
       ExtractAgedCustomers.
           OPEN INPUT CustomerFile.
           OPEN INPUT OpenItemFile.
           OPEN OUTPUT ExtractFile.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE OpenItemFile.
           CLOSE ExtractFile.
      * Each open invoice is aged from its own invoice date. Whatever
      * part of the balance is not carried by an open invoice (finance
      * charges, manual debits, cash on account) is aged from the last
      * activity date as before, so the buckets still add up to the
      * customer balances.
      * Amounts in open dispute are held out of the buckets: against
      * the invoice they name, or against the residual when they name
      * none, and are shown as a single total at the foot.
       WriteAgedExtract.
           ADD 1 TO ExtractedCount.
           IF Balance > CreditLimit
               MOVE 'Y' TO OverLimitFlag
               ADD 1 TO OverLimitCount
           ELSE
               MOVE 'N' TO OverLimitFlag
           END-IF.
           MOVE ZEROS TO ItemsTotal.
           MOVE ZEROS TO MatchedDisputed.
           MOVE IDNum TO DspCustID.
           MOVE ZEROS TO DspInvoice.
           CALL 'DISPSUM' USING DspCustID, DspInvoice, DspOpenAmount.
           MOVE DspOpenAmount TO CustDisputed.
           ADD CustDisputed TO DisputedTotal.
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
                       IF OiItemOpen AND OiOpenAmount NOT = ZEROS
                           PERFORM WriteItemExtract
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE ResidualAmount = Balance - ItemsTotal
               - (CustDisputed - MatchedDisputed).
           IF ResidualAmount NOT = ZEROS
               PERFORM ComputeDaysInactive
               MOVE DaysInactive TO ExtDaysInactive
               MOVE ZEROS TO ExtInvoiceNum
               MOVE ResidualAmount TO ExtBalance
               PERFORM WriteOneExtract
           END-IF.
       WriteItemExtract.
           ADD 1 TO ItemCount.
           ADD OiOpenAmount TO ItemsTotal.
           MOVE OiOpenAmount TO AgedItemAmount.
           IF CustDisputed > ZEROS
               MOVE OiInvoiceNum TO DspInvoice
               CALL 'DISPSUM' USING DspCustID, DspInvoice,
                   DspOpenAmount
               MOVE DspOpenAmount TO ItemDisputed
               IF ItemDisputed > OiOpenAmount
                   MOVE OiOpenAmount TO ItemDisputed
               END-IF
               ADD ItemDisputed TO MatchedDisputed
               SUBTRACT ItemDisputed FROM AgedItemAmount
           END-IF.
           MOVE OiInvDate TO AgeFromDate.
           PERFORM ComputeDaysSince.
           EVALUATE TRUE
               WHEN WorkDays < 0
                   MOVE 0 TO ExtDaysInactive
               WHEN WorkDays > 99999
                   MOVE 99999 TO ExtDaysInactive
               WHEN OTHER
                   MOVE WorkDays TO ExtDaysInactive
           END-EVALUATE.
           MOVE OiInvoiceNum TO ExtInvoiceNum.
           MOVE AgedItemAmount TO ExtBalance.
           IF AgedItemAmount NOT = ZEROS
               PERFORM WriteOneExtract
           END-IF.
       WriteOneExtract.
           MOVE IDNum TO ExtIDNum.
           MOVE LastName TO ExtLastName.
           MOVE OverLimitFlag TO ExtOverLimit.
           WRITE ExtractData.
       ComputeDaysInactive.
           IF LastActYear = 0
               MOVE 99999 TO DaysInactive
           ELSE
               COMPUTE ActDateInt = LastActYear * 10000
                   + LastActMonth * 100 + LastActDay
               MOVE ActDateInt TO AgeFromDate
               PERFORM ComputeDaysSince
               EVALUATE TRUE
                   WHEN WorkDays < 0
                       MOVE 0 TO DaysInactive
                       MOVE WorkDays TO DaysInactive
               END-EVALUATE
           END-IF.
      * Ages count calendar days, or business days from the business
      * calendar when calparm.dat says so.
       ComputeDaysSince.
           IF AgeInBusinessDays
               MOVE "CNT " TO CalFunction
               CALL 'BIZCAL' USING CalFunction, AgeFromDate, TodayInt,
                   CalDays, CalDayType
               MOVE CalDays TO WorkDays
           ELSE
               COMPUTE WorkDays =
                   FUNCTION INTEGER-OF-DATE(TodayInt)
                   - FUNCTION INTEGER-OF-DATE(AgeFromDate)
           END-IF.
       LoadAgingBasis.
           OPEN INPUT BizDayParmFile.
           IF BizDayParmStatus = "00"
               READ BizDayParmFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE BdAgingBasis TO AgingBasis
               END-READ
           END-IF.
           IF BizDayParmStatus = "00" OR BizDayParmStatus = "05"
                   OR BizDayParmStatus = "10"
               CLOSE BizDayParmFile
           END-IF.
           IF AgeInBusinessDays
               DISPLAY "Ages Counted in Business Days"
           END-IF.
       WriteAgedList.
           OPEN OUTPUT AgedListFile.
           MOVE "AGED RECEIVABLES BY INVOICE - WORST FIRST"
               TO AgedListLine.
           WRITE AgedListLine.
           IF AgeInBusinessDays
               MOVE "AGES AND BUCKETS ARE COUNTED IN BUSINESS DAYS"
                   TO AgedListLine
               WRITE AgedListLine
           END-IF.
           MOVE 'N' TO EndOfFileFlag.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               RETURN SortWork
           CLOSE AgedListFile.
       WriteOneAgedLine.
           MOVE SPACES TO OverLimitTag.
           IF SortOverLimit = 'Y'
               MOVE "* OVER LIMIT" TO OverLimitTag
           END-IF.
           IF SortInvoiceNum = ZEROS
               MOVE "On Account" TO AgeRefText
           ELSE
               MOVE SPACES TO AgeRefText
               STRING "Inv " SortInvoiceNum
                   DELIMITED BY SIZE INTO AgeRefText
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN SortDaysInactive <= 30
           MOVE SortBalance TO ReportBalance.
           MOVE SPACES TO AgedListLine.
           STRING "ID " SortIDNum " " SortLastName
               " " AgeRefText " Days " SortDaysInactive
               " " ReportBalance " " OverLimitTag
               DELIMITED BY SIZE INTO AgedListLine
           END-STRING.
           WRITE AgedListLine.
               DELIMITED BY SIZE INTO AgedListLine
           END-STRING.
           WRITE AgedListLine.
           MOVE DisputedTotal TO ReportTotal.
           MOVE SPACES TO AgedListLine.
           STRING "Amount In Dispute (not aged) " ReportTotal
               DELIMITED BY SIZE INTO AgedListLine
           END-STRING.
           WRITE AgedListLine.
