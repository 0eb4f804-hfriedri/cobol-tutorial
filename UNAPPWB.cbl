       01  ItemIdx                    PIC 9(4).
       01  WorkItemNum                PIC 9(4).
       01  WorkIDNum                  PIC 9(6).
       01  WorkInvoiceNum             PIC 9(6).
       01  SearchLastName             PIC X(15).
       01  SearchTaxID                PIC 9(9).
       01  AppliedCount               PIC 9(4) VALUE 0.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "UNAPPLIED CASH WORKBENCH".
               IF CustExists = 'N' OR NOT RecordLive
                   DISPLAY "Customer Does not Exist or Is Not Live"
               ELSE
                   DISPLAY "Apply to Invoice (0 = Oldest First) : "
                       WITH NO ADVANCING
                   ACCEPT WorkInvoiceNum
                   PERFORM PostItemToCustomer
               END-IF
           END-IF.
                   MOVE 'A' TO UTStatus(WorkItemNum)
                   ADD 1 TO AppliedCount
                   PERFORM WriteItemPosting
                   PERFORM RelieveOpenItems
                   MOVE "CASHAPPLY" TO AuditOperation
                   MOVE "Unapplied cash apply" TO AuditReasonCode
                   PERFORM WriteItemAudit
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
       RelieveOpenItems.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE WorkInvoiceNum TO OiInvoice.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OiTxnDate.
           MOVE "PAYMENT" TO OiTxnType.
           MOVE UTRefNum(WorkItemNum) TO OiTxnRef.
           MOVE UTAmount(WorkItemNum) TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
           IF OiTxnAmount > ZEROS
               MOVE OiTxnAmount TO ReportAmount
               DISPLAY "Left On Account (No Open Invoice) : "
                   ReportAmount
           END-IF.
       FlagItemForReturn.
           DISPLAY " "
           DISPLAY "Item Number : " WITH NO ADVANCING.
