       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNGEN.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
      * Sends the advance ship notices queued by SHIPCONF for orders
      * taken from trading partner feeds. asnout.dat carries one batch
      * per partner, each with a header and a trailer control record,
      * and the queue in asnpend.dat is cleared once written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL AsnPendFile ASSIGN TO "asnpend.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AsnPendStatus.
              SELECT AsnOutFile ASSIGN TO "asnout.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  AsnPendFile.
       01  AsnPendRecord.
               02  AsRecType          PIC X.
                   88  AsIsShipment   VALUE 'S'.
                   88  AsIsLine       VALUE 'L'.
               02  AsPartner          PIC X(10).
               02  AsOrderNum         PIC 9(6).
               02  AsShipNum          PIC 9(3).
               02  AsRecBody          PIC X(60).
       01  AsShipmentRecord REDEFINES AsnPendRecord.
               02  FILLER             PIC X(20).
               02  AsInvoiceNum       PIC 9(6).
               02  AsShipDate         PIC 9(8).
               02  AsCarrier          PIC X(4).
               02  AsWeight           PIC 9(6)V99.
               02  FILLER             PIC X(34).
       01  AsLineRecord REDEFINES AsnPendRecord.
               02  FILLER             PIC X(20).
               02  AsLineNum          PIC 9(3).
               02  AsProdName         PIC X(10).
               02  AsSizeType         PIC A.
               02  AsShipQty          PIC 9(3).
               02  AsRemainQty        PIC 9(3).
               02  FILLER             PIC X(40).
       FD  AsnOutFile.
       01  AsnOutRecord.
               02  AoRecType          PIC X.
                   88  AoIsHeader     VALUE 'H'.
                   88  AoIsTrailer    VALUE 'T'.
               02  AoPartner          PIC X(10).
               02  AoRecBody          PIC X(69).
       01  AoHeaderRecord REDEFINES AsnOutRecord.
               02  FILLER             PIC X(11).
               02  AoHdrDate          PIC 9(8).
               02  AoHdrBatchNum      PIC 9(3).
               02  FILLER             PIC X(58).
       01  AoTrailerRecord REDEFINES AsnOutRecord.
               02  FILLER             PIC X(11).
               02  AoTrlShipCount     PIC 9(6).
               02  AoTrlRecCount      PIC 9(6).
               02  FILLER             PIC X(57).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  AsnPendStatus              PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  PartnerIdx                 PIC 9(3).
       01  FoundPartnerIdx            PIC 9(3).
       01  PartnerTable.
               02  PartnerCount       PIC 9(3) VALUE 0.
               02  PartnerEntry       OCCURS 1 TO 99 TIMES
                                      DEPENDING ON PartnerCount.
                   03  PTPartner      PIC X(10).
                   03  PTShipCount    PIC 9(6).
                   03  PTRecCount     PIC 9(6).
       01  PendRecCount               PIC 9(6) VALUE 0.
       01  SentRecCount               PIC 9(6) VALUE 0.
       01  SkippedRecCount            PIC 9(6) VALUE 0.
       01  TotShipCount               PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "ADVANCE SHIP NOTICE GENERATION".
           PERFORM CollectPartners.
           OPEN OUTPUT AsnOutFile.
           PERFORM VARYING PartnerIdx FROM 1 BY 1
                   UNTIL PartnerIdx > PartnerCount
               PERFORM WritePartnerBatch
           END-PERFORM.
           CLOSE AsnOutFile.
      *    With a partner left out of the batches the whole queue is
      *    kept and sent again on the next run.
           IF PendRecCount > 0 AND SkippedRecCount = 0
               OPEN OUTPUT AsnPendFile
               CLOSE AsnPendFile
           END-IF.
           DISPLAY "Partners            : " PartnerCount.
           DISPLAY "Ship Notices Sent   : " TotShipCount.
           DISPLAY "Records Sent        : " SentRecCount.
           IF SkippedRecCount > 0
               DISPLAY "Records Not Sent    : " SkippedRecCount
               DISPLAY "Too Many Partners - Queue Kept for Next Run"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF ADVANCE SHIP NOTICE GENERATION".
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
      * First pass over the queue finds each partner with something
      * shipped and counts its notices and records for the trailer.
       CollectPartners.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AsnPendFile.
           IF AsnPendStatus NOT = "00"
               DISPLAY "No Ship Notices Queued"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AsnPendFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO PendRecCount
                   PERFORM CountPendRecord
               END-IF
           END-PERFORM.
           IF AsnPendStatus = "00" OR AsnPendStatus = "05"
                   OR AsnPendStatus = "10"
               CLOSE AsnPendFile
           END-IF.
       CountPendRecord.
           MOVE 0 TO FoundPartnerIdx.
           PERFORM VARYING PartnerIdx FROM 1 BY 1
                   UNTIL PartnerIdx > PartnerCount
               IF PTPartner(PartnerIdx) = AsPartner
                   MOVE PartnerIdx TO FoundPartnerIdx
               END-IF
           END-PERFORM.
           IF FoundPartnerIdx = 0 AND PartnerCount < 99
               ADD 1 TO PartnerCount
               MOVE PartnerCount TO FoundPartnerIdx
               MOVE AsPartner TO PTPartner(FoundPartnerIdx)
               MOVE 0 TO PTShipCount(FoundPartnerIdx)
               MOVE 0 TO PTRecCount(FoundPartnerIdx)
           END-IF.
           IF FoundPartnerIdx > 0
               ADD 1 TO PTRecCount(FoundPartnerIdx)
               IF AsIsShipment
                   ADD 1 TO PTShipCount(FoundPartnerIdx)
               END-IF
           ELSE
               ADD 1 TO SkippedRecCount
           END-IF.
      * One batch per partner: header, the partner's shipments and
      * lines in the order they were shipped, then the trailer.
       WritePartnerBatch.
           MOVE SPACES TO AsnOutRecord.
           SET AoIsHeader TO TRUE.
           MOVE PTPartner(PartnerIdx) TO AoPartner.
           MOVE BusinessDate TO AoHdrDate.
           MOVE PartnerIdx TO AoHdrBatchNum.
           WRITE AsnOutRecord.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AsnPendFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AsnPendFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND AsPartner = PTPartner(PartnerIdx)
                   WRITE AsnOutRecord FROM AsnPendRecord
                   ADD 1 TO SentRecCount
               END-IF
           END-PERFORM.
           CLOSE AsnPendFile.
           MOVE SPACES TO AsnOutRecord.
           SET AoIsTrailer TO TRUE.
           MOVE PTPartner(PartnerIdx) TO AoPartner.
           MOVE PTShipCount(PartnerIdx) TO AoTrlShipCount.
           MOVE PTRecCount(PartnerIdx) TO AoTrlRecCount.
           WRITE AsnOutRecord.
           ADD PTShipCount(PartnerIdx) TO TotShipCount.
           DISPLAY "Partner " PTPartner(PartnerIdx) " Ship Notices "
               PTShipCount(PartnerIdx).
