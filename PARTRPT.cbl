       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
      * Trading partner activity: for every partner that has sent orders
      * through ORDIMP, the orders received and how they were
      * acknowledged, how many have shipped, how many are still
      * outstanding, and the ship notices sent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL PartnerOrdFile ASSIGN TO "partord.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoOrderNum.
              SELECT OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT PartListFile ASSIGN TO "partrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  PartnerOrdFile.
       01  PartnerOrdData.
               02  PoOrderNum         PIC 9(6).
               02  PoPartner          PIC X(10).
               02  PoRecvDate         PIC 9(8).
               02  PoAckCode          PIC X.
                   88  PoAckAccepted  VALUE 'A'.
                   88  PoAckChanged   VALUE 'C'.
                   88  PoAckHeld      VALUE 'H'.
                   88  PoAckRejected  VALUE 'R'.
               02  PoAckReason        PIC X(24).
               02  PoShipCount        PIC 9(3).
               02  PoLastInvoice      PIC 9(6).
               02  PoLastShipDate     PIC 9(8).
       FD  OrderFile.
       01  OrderData.
               02  OrderNum           PIC 9(6).
               02  OrdCustIDNum       PIC 9(6).
               02  OrdDate.
                   03  OrdMonth       PIC 99.
                   03  OrdDay         PIC 99.
                   03  OrdYear        PIC 9(4).
               02  OrdLineCount       PIC 9(3).
               02  OrdTotal           PIC S9(7)V99.
               02  OrdTaxAmount       PIC S9(7)V99.
               02  OrdDiscCode        PIC X(5).
               02  OrdInvoiceNum      PIC 9(6).
               02  OrdRecStatus       PIC X.
                   88  OrderOpen      VALUE SPACE.
                   88  OrderAllocated VALUE 'A'.
                   88  OrderBackord   VALUE 'B'.
                   88  OrderHeld      VALUE 'H'.
                   88  OrderPicked    VALUE 'P'.
                   88  OrderShipped   VALUE 'S'.
                   88  OrderCancelled VALUE 'X'.
       FD  PartListFile.
       01  PartListLine               PIC X(100).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  OrderFoundFlag             PIC X.
       01  PartnerIdx                 PIC 9(3).
       01  FoundPartnerIdx            PIC 9(3).
       01  PartnerTable.
               02  PartnerCount       PIC 9(3) VALUE 0.
               02  PartnerEntry       OCCURS 1 TO 99 TIMES
                                      DEPENDING ON PartnerCount.
                   03  PTPartner      PIC X(10).
                   03  PTCounts.
                       04  PTReceived     PIC 9(5).
                       04  PTAccepted     PIC 9(5).
                       04  PTChanged      PIC 9(5).
                       04  PTHeld         PIC 9(5).
                       04  PTRejected     PIC 9(5).
                       04  PTShipped      PIC 9(5).
                       04  PTOutstanding  PIC 9(5).
                       04  PTCancelled    PIC 9(5).
                       04  PTNotices      PIC 9(5).
       01  TotalCounts.
               02  TotReceived        PIC 9(5) VALUE 0.
               02  TotAccepted        PIC 9(5) VALUE 0.
               02  TotChanged         PIC 9(5) VALUE 0.
               02  TotHeld            PIC 9(5) VALUE 0.
               02  TotRejected        PIC 9(5) VALUE 0.
               02  TotShipped         PIC 9(5) VALUE 0.
               02  TotOutstanding     PIC 9(5) VALUE 0.
               02  TotCancelled       PIC 9(5) VALUE 0.
               02  TotNotices         PIC 9(5) VALUE 0.
       01  ReportCount                PIC ZZZZ9.
       01  ReportRow                  PIC X(100).
       01  RowPtr                     PIC 9(3).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "TRADING PARTNER ORDER REPORT".
           OPEN INPUT PartnerOrdFile.
           OPEN INPUT OrderFile.
           MOVE ZEROS TO PoOrderNum.
           START PartnerOrdFile KEY IS NOT LESS THAN PoOrderNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PartnerOrdFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM AddPartnerOrder
               END-IF
           END-PERFORM.
           CLOSE PartnerOrdFile.
           CLOSE OrderFile.
           OPEN OUTPUT PartListFile.
           PERFORM WriteReportHeader.
           PERFORM VARYING PartnerIdx FROM 1 BY 1
                   UNTIL PartnerIdx > PartnerCount
               MOVE SPACES TO ReportRow
               MOVE PTPartner(PartnerIdx) TO ReportRow(1:10)
               MOVE 12 TO RowPtr
               MOVE PTReceived(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTAccepted(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTChanged(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTHeld(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTRejected(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTShipped(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTOutstanding(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTCancelled(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE PTNotices(PartnerIdx) TO ReportCount
               PERFORM AddReportCount
               MOVE ReportRow TO PartListLine
               WRITE PartListLine
           END-PERFORM.
           PERFORM WriteReportTotals.
           CLOSE PartListFile.
           DISPLAY "Partners            : " PartnerCount.
           DISPLAY "Orders Received     : " TotReceived.
           DISPLAY "Orders Outstanding  : " TotOutstanding.
           DISPLAY "END OF TRADING PARTNER ORDER REPORT".
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
      * The acknowledgment sent decides the first columns; where the
      * order was taken its status on order.dat decides whether it has
      * shipped, is still outstanding or was cancelled. An order no
      * longer on file has been purged after shipping.
       AddPartnerOrder.
           MOVE 0 TO FoundPartnerIdx.
           PERFORM VARYING PartnerIdx FROM 1 BY 1
                   UNTIL PartnerIdx > PartnerCount
               IF PTPartner(PartnerIdx) = PoPartner
                   MOVE PartnerIdx TO FoundPartnerIdx
               END-IF
           END-PERFORM.
           IF FoundPartnerIdx = 0 AND PartnerCount < 99
               ADD 1 TO PartnerCount
               MOVE PartnerCount TO FoundPartnerIdx
               MOVE PoPartner TO PTPartner(FoundPartnerIdx)
               MOVE ZEROS TO PTCounts(FoundPartnerIdx)
           END-IF.
           IF FoundPartnerIdx = 0
               DISPLAY "WARNING: partner " PoPartner " not reported"
           ELSE
               MOVE FoundPartnerIdx TO PartnerIdx
               ADD 1 TO PTReceived(PartnerIdx) TotReceived
               ADD PoShipCount TO PTNotices(PartnerIdx) TotNotices
               EVALUATE TRUE
                   WHEN PoAckAccepted
                       ADD 1 TO PTAccepted(PartnerIdx) TotAccepted
                   WHEN PoAckChanged
                       ADD 1 TO PTChanged(PartnerIdx) TotChanged
                   WHEN PoAckHeld
                       ADD 1 TO PTHeld(PartnerIdx) TotHeld
                   WHEN OTHER
                       ADD 1 TO PTRejected(PartnerIdx) TotRejected
               END-EVALUATE
               IF NOT PoAckRejected
                   PERFORM AddOrderProgress
               END-IF
           END-IF.
       AddOrderProgress.
           MOVE PoOrderNum TO OrderNum.
           MOVE 'Y' TO OrderFoundFlag.
           READ OrderFile
               INVALID KEY MOVE 'N' TO OrderFoundFlag
           END-READ.
           EVALUATE TRUE
               WHEN OrderFoundFlag = 'N'
                   ADD 1 TO PTShipped(PartnerIdx) TotShipped
               WHEN OrderShipped
                   ADD 1 TO PTShipped(PartnerIdx) TotShipped
               WHEN OrderCancelled
                   ADD 1 TO PTCancelled(PartnerIdx) TotCancelled
               WHEN OTHER
                   ADD 1 TO PTOutstanding(PartnerIdx) TotOutstanding
           END-EVALUATE.
       AddReportCount.
           MOVE ReportCount TO ReportRow(RowPtr:5).
           ADD 7 TO RowPtr.
       WriteReportHeader.
           MOVE SPACES TO PartListLine.
           STRING "TRADING PARTNER ORDERS AS OF " BusinessDate
               DELIMITED BY SIZE INTO PartListLine
           END-STRING.
           WRITE PartListLine.
           MOVE SPACES TO PartListLine.
           WRITE PartListLine.
           MOVE SPACES TO PartListLine.
           STRING "PARTNER    RECVD  ACCPT  CHNGD   HELD  REJCT  SHIPD"
               "  OUTST  CANCL    ASN"
               DELIMITED BY SIZE INTO PartListLine
           END-STRING.
           WRITE PartListLine.
       WriteReportTotals.
           MOVE SPACES TO PartListLine.
           WRITE PartListLine.
           MOVE SPACES TO ReportRow.
           MOVE "TOTAL" TO ReportRow(1:10).
           MOVE 12 TO RowPtr.
           MOVE TotReceived TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotAccepted TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotChanged TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotHeld TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotRejected TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotShipped TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotOutstanding TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotCancelled TO ReportCount.
           PERFORM AddReportCount.
           MOVE TotNotices TO ReportCount.
           PERFORM AddReportCount.
           MOVE ReportRow TO PartListLine.
           WRITE PartListLine.
