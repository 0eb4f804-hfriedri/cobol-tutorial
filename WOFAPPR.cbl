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
           DISPLAY "BAD DEBT WRITE-OFF APPROVAL REVIEW".
                       SUBTRACT PTAmount(PendIdx)
                           FROM CtlTotalBalance
                       PERFORM WriteApprovedPosting
                       PERFORM RelieveOpenItems
                       MOVE "WOFAPPR" TO AuditOperation
                       PERFORM WriteDecisionAudit
                       DISPLAY "Approved"
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
       RelieveOpenItems.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE ZEROS TO OiInvoice.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OiTxnDate.
           MOVE "WRITEOFF" TO OiTxnType.
           MOVE "BADDEBT" TO OiTxnRef.
           MOVE PTAmount(PendIdx) TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       WriteDecisionAudit.
           MOVE PTIDNum(PendIdx) TO AuditIDNum.
           IF CustExists = 'Y'
