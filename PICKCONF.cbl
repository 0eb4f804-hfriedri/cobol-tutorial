                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderLineKey.
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  OrderFile.
               02  OlAmount           PIC 9(5)V99.
               02  OlPickQty          PIC 9(3).
               02  OlShortFlag        PIC X.
       FD  ShipmentFile.
       01  ShipmentData.
               02  ShipmentKey.
                   03  ShOrderNum     PIC 9(6).
                   03  ShShipNum      PIC 9(3).
                   03  ShLineNum      PIC 9(3).
               02  ShDate             PIC 9(8).
               02  ShInvoiceNum       PIC 9(6).
               02  ShProdName         PIC X(10).
               02  ShSizeType         PIC A.
               02  ShQty              PIC 9(3).
               02  ShAmount           PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  OrderExists                PIC X.
       01  PickerID                   PIC X(8).
       01  WorkOrderNum               PIC 9(6).
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  LineShippedQty             PIC 9(5).
       01  LineOutstandQty            PIC 9(3).
       01  PulledQty                  PIC 9(3).
       01  QtyValidFlag               PIC X.
       01  ShortLineCount             PIC 99.
           ACCEPT PickerID.
           OPEN I-O OrderFile.
           OPEN I-O OrderLineFile.
           OPEN INPUT ShipmentFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "Order Number (0 to Quit) : "
           END-PERFORM.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ShipmentFile.
           DISPLAY "Orders Confirmed : " ConfirmedCount
           DISPLAY "END OF PICK CONFIRMATION".
           STOP RUN.
                   END-IF
               END-IF
           END-PERFORM.
      * A line is confirmed against what is still outstanding on it
      * after earlier shipments; a line shipped in full is not on the
      * pick list and is confirmed as nothing pulled.
       ConfirmOneLine.
           PERFORM SumLineShipments.
           MOVE 'N' TO QtyValidFlag.
           IF LineOutstandQty = 0
               MOVE ZEROS TO PulledQty
               MOVE 'Y' TO QtyValidFlag
           ELSE
               DISPLAY "Line " OlLineNum " " OlProdName " "
                   OlSizeType " Ordered " OlQty
                   " Outstanding " LineOutstandQty
           END-IF.
           PERFORM UNTIL QtyValidFlag = 'Y'
               DISPLAY "Quantity Pulled : " WITH NO ADVANCING
               ACCEPT PulledQty
               IF PulledQty > LineOutstandQty
                   DISPLAY "Pulled Cannot Exceed Outstanding - "
                       "Try Again"
               ELSE
                   MOVE 'Y' TO QtyValidFlag
               END-IF
           END-PERFORM.
           MOVE PulledQty TO OlPickQty.
           IF PulledQty < LineOutstandQty
               MOVE 'S' TO OlShortFlag
               ADD 1 TO ShortLineCount
               DISPLAY "Line Flagged Short"
                   DISPLAY "WARNING: line " OlLineNum
                       " not updated"
           END-REWRITE.
       SumLineShipments.
           MOVE ZEROS TO LineShippedQty.
           MOVE OlOrderNum TO ShOrderNum.
           MOVE ZEROS TO ShShipNum.
           MOVE ZEROS TO ShLineNum.
           MOVE 'N' TO ShipEOFFlag.
           START ShipmentFile KEY IS NOT LESS THAN ShipmentKey
               INVALID KEY MOVE 'Y' TO ShipEOFFlag
           END-START.
           PERFORM UNTIL ShipEOFFlag = 'Y'
               READ ShipmentFile NEXT RECORD
                   AT END MOVE 'Y' TO ShipEOFFlag
               END-READ
               IF ShipEOFFlag = 'N'
                   IF ShOrderNum NOT = OlOrderNum
                       MOVE 'Y' TO ShipEOFFlag
                   ELSE
                       IF ShLineNum = OlLineNum
                           ADD ShQty TO LineShippedQty
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF OlQty > LineShippedQty
               COMPUTE LineOutstandQty = OlQty - LineShippedQty
           ELSE
               MOVE ZEROS TO LineOutstandQty
           END-IF.
