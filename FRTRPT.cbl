       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT CarrierFile ASSIGN TO "frtcarr.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CarrierStatus.
              SELECT FrtLogFile ASSIGN TO "frtlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FrtLogStatus.
              SELECT FrtListFile ASSIGN TO "frtrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  CarrierFile.
       01  CarrierRecord.
               02  FcCarrier          PIC X(4).
               02  FcName             PIC X(20).
               02  FcStatus           PIC X.
       FD  FrtLogFile.
       01  FrtLogRecord.
               02  FlDate             PIC 9(8).
               02  FlDateParts REDEFINES FlDate.
                   03  FlYear         PIC 9(4).
                   03  FlMonth        PIC 99.
                   03  FlDay          PIC 99.
               02  FlInvoiceNum       PIC 9(6).
               02  FlOrderNum         PIC 9(6).
               02  FlIDNum            PIC 9(6).
               02  FlCarrier          PIC X(4).
               02  FlZone             PIC 99.
               02  FlWeight           PIC 9(6)V99.
               02  FlCharge           PIC 9(5)V99.
               02  FlCost             PIC 9(5)V99.
       FD  FrtListFile.
       01  FrtListLine                PIC X(80).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CarrierStatus              PIC XX.
       01  FrtLogStatus               PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CarrierIdx                 PIC 9(3).
       01  FoundCarrierIdx            PIC 9(3).
       01  CarrierTable.
               02  CarrierCount       PIC 9(3) VALUE 0.
               02  CarrierEntry       OCCURS 1 TO 99 TIMES
                                      DEPENDING ON CarrierCount.
                   03  CTCarrier      PIC X(4).
                   03  CTName         PIC X(20).
                   03  CTShipments    PIC 9(5).
                   03  CTWeight       PIC 9(9)V99.
                   03  CTBilled       PIC S9(9)V99.
                   03  CTCost         PIC S9(9)V99.
       01  TotShipments               PIC 9(6) VALUE 0.
       01  TotWeight                  PIC 9(9)V99 VALUE 0.
       01  TotBilled                  PIC S9(9)V99 VALUE 0.
       01  TotCost                    PIC S9(9)V99 VALUE 0.
       01  CarrierMargin              PIC S9(9)V99.
       01  BelowCostCount             PIC 9(3) VALUE 0.
       01  ReportShipments            PIC ZZZZZ9.
       01  ReportWeight               PIC ZZZZZZZ9.99.
       01  ReportBilled               PIC ZZZZZZZ9.99.
       01  ReportCost                 PIC ZZZZZZZ9.99.
       01  ReportMargin               PIC ZZZZZZZ9.99-.
       01  ReportName                 PIC X(16).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "FREIGHT BILLED VERSUS CARRIER COST".
           PERFORM LoadCarrierTable.
           PERFORM AccumulateFreightLog.
           OPEN OUTPUT FrtListFile.
           MOVE SPACES TO FrtListLine.
           STRING "FREIGHT BILLED VERSUS CARRIER COST FOR "
               BizYear "-" BizMonth
               DELIMITED BY SIZE INTO FrtListLine
           END-STRING.
           WRITE FrtListLine.
           MOVE SPACES TO FrtListLine.
           WRITE FrtListLine.
           MOVE SPACES TO FrtListLine.
           STRING "CARR NAME             SHIPS      WEIGHT      BILLED "
               "       COST      MARGIN"
               DELIMITED BY SIZE INTO FrtListLine
           END-STRING.
           WRITE FrtListLine.
           PERFORM VARYING CarrierIdx FROM 1 BY 1
                   UNTIL CarrierIdx > CarrierCount
               IF CTShipments(CarrierIdx) > 0
                   PERFORM WriteCarrierLine
               END-IF
           END-PERFORM.
           MOVE SPACES TO FrtListLine.
           WRITE FrtListLine.
           COMPUTE CarrierMargin = TotBilled - TotCost.
           MOVE "ALL CARRIERS" TO ReportName.
           MOVE TotShipments TO ReportShipments.
           MOVE TotWeight TO ReportWeight.
           MOVE TotBilled TO ReportBilled.
           MOVE TotCost TO ReportCost.
           MOVE CarrierMargin TO ReportMargin.
           MOVE SPACES TO FrtListLine.
           STRING "     " ReportName ReportShipments " " ReportWeight
               " " ReportBilled " " ReportCost " " ReportMargin
               DELIMITED BY SIZE INTO FrtListLine
           END-STRING.
           WRITE FrtListLine.
           CLOSE FrtListFile.
           DISPLAY "Shipments Rated   : " TotShipments.
           DISPLAY "Carriers Below Cost : " BelowCostCount.
           IF BelowCostCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF FREIGHT REPORT".
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
       LoadCarrierTable.
           MOVE 0 TO CarrierCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CarrierFile.
           IF CarrierStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CarrierFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND CarrierCount < 99
                   ADD 1 TO CarrierCount
                   MOVE FcCarrier TO CTCarrier(CarrierCount)
                   MOVE FcName TO CTName(CarrierCount)
                   MOVE 0 TO CTShipments(CarrierCount)
                   MOVE 0 TO CTWeight(CarrierCount)
                   MOVE 0 TO CTBilled(CarrierCount)
                   MOVE 0 TO CTCost(CarrierCount)
               END-IF
           END-PERFORM.
           IF CarrierStatus = "00" OR CarrierStatus = "10"
               CLOSE CarrierFile
           END-IF.
      * Shipments of the processing month, as logged by SHIPCONF when
      * the freight was rated. A carrier no longer on frtcarr.dat is
      * still reported under its code.
       AccumulateFreightLog.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT FrtLogFile.
           IF FrtLogStatus NOT = "00"
               DISPLAY "No Freight Log - Nothing Shipped With Freight"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ FrtLogFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND FlYear = BizYear AND FlMonth = BizMonth
                   PERFORM AddOneShipment
               END-IF
           END-PERFORM.
           IF FrtLogStatus = "00" OR FrtLogStatus = "10"
               CLOSE FrtLogFile
           END-IF.
       AddOneShipment.
           MOVE 0 TO FoundCarrierIdx.
           PERFORM VARYING CarrierIdx FROM 1 BY 1
                   UNTIL CarrierIdx > CarrierCount
               IF CTCarrier(CarrierIdx) = FlCarrier
                   MOVE CarrierIdx TO FoundCarrierIdx
               END-IF
           END-PERFORM.
           IF FoundCarrierIdx = 0 AND CarrierCount < 99
               ADD 1 TO CarrierCount
               MOVE CarrierCount TO FoundCarrierIdx
               MOVE FlCarrier TO CTCarrier(FoundCarrierIdx)
               MOVE "*NOT ON FILE*" TO CTName(FoundCarrierIdx)
               MOVE 0 TO CTShipments(FoundCarrierIdx)
               MOVE 0 TO CTWeight(FoundCarrierIdx)
               MOVE 0 TO CTBilled(FoundCarrierIdx)
               MOVE 0 TO CTCost(FoundCarrierIdx)
           END-IF.
           IF FoundCarrierIdx > 0
               ADD 1 TO CTShipments(FoundCarrierIdx)
               ADD FlWeight TO CTWeight(FoundCarrierIdx)
               ADD FlCharge TO CTBilled(FoundCarrierIdx)
               ADD FlCost TO CTCost(FoundCarrierIdx)
           END-IF.
           ADD 1 TO TotShipments.
           ADD FlWeight TO TotWeight.
           ADD FlCharge TO TotBilled.
           ADD FlCost TO TotCost.
       WriteCarrierLine.
           COMPUTE CarrierMargin = CTBilled(CarrierIdx)
               - CTCost(CarrierIdx).
           IF CarrierMargin < 0
               ADD 1 TO BelowCostCount
           END-IF.
           MOVE CTName(CarrierIdx) TO ReportName.
           MOVE CTShipments(CarrierIdx) TO ReportShipments.
           MOVE CTWeight(CarrierIdx) TO ReportWeight.
           MOVE CTBilled(CarrierIdx) TO ReportBilled.
           MOVE CTCost(CarrierIdx) TO ReportCost.
           MOVE CarrierMargin TO ReportMargin.
           MOVE SPACES TO FrtListLine.
           STRING CTCarrier(CarrierIdx) " " ReportName ReportShipments
               " " ReportWeight " " ReportBilled " " ReportCost " "
               ReportMargin
               DELIMITED BY SIZE INTO FrtListLine
           END-STRING.
           WRITE FrtListLine.
