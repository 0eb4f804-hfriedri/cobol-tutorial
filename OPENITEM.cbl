       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENITEM.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey
                  FILE STATUS IS OpenItemStatus.
              SELECT OPTIONAL OiApplyFile ASSIGN TO "oiapply.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  OiApplyFile.
       01  OiApplyRecord.
               02  OaIDNum            PIC 9(6).
               02  OaInvoiceNum       PIC 9(6).
               02  OaDate             PIC 9(8).
               02  OaType             PIC X(8).
               02  OaRef              PIC X(10).
               02  OaAmount           PIC S9(7)V99.
               02  OaOpenAfter        PIC S9(7)V99.
       WORKING-STORAGE SECTION.
       01  OpenItemStatus             PIC XX.
       01  ItemFoundFlag              PIC X.
       01  ItemEOFFlag                PIC X.
       01  RemainingAmount            PIC S9(7)V99.
       01  ApplyAmount                PIC S9(7)V99.
       01  ReopenIdx                  PIC 99.
       01  ReopenSlot                 PIC 99.
       01  ReopenTable.
               02  ReopenCount        PIC 99 VALUE 0.
               02  ReopenEntry        OCCURS 1 TO 50 TIMES
                                      DEPENDING ON ReopenCount.
                   03  RoInvoice      PIC 9(6).
                   03  RoAmount       PIC S9(7)V99.
       LINKAGE SECTION.
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       PROCEDURE DIVISION USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       OpenItemMain.
           MOVE 'N' TO OiResult.
           OPEN I-O OpenItemFile.
           OPEN EXTEND OiApplyFile.
           EVALUATE OiAction
               WHEN "ADD " PERFORM AddOpenItem
               WHEN "RELV" PERFORM RelieveOpenItems
               WHEN "CLOS" PERFORM VoidOpenItem
               WHEN "REOP" PERFORM ReopenOpenItems
               WHEN OTHER
                   DISPLAY "OPENITEM: unknown action " OiAction
           END-EVALUATE.
           CLOSE OpenItemFile.
           CLOSE OiApplyFile.
           GOBACK.
       AddOpenItem.
           MOVE OiCustID TO OiIDNum.
           MOVE OiInvoice TO OiInvoiceNum.
           MOVE OiTxnDate TO OiInvDate.
           MOVE OiTxnRef TO OiOrderRef.
           MOVE OiTxnAmount TO OiOrigAmount.
           MOVE OiTxnAmount TO OiOpenAmount.
           MOVE OiTxnDate TO OiLastDate.
           SET OiItemOpen TO TRUE.
           WRITE OpenItemData
               INVALID KEY
                   DISPLAY "OPENITEM: invoice " OiInvoice
                       " already open for " OiCustID
               NOT INVALID KEY
                   MOVE 'Y' TO OiResult
           END-WRITE.
      * A named invoice is settled first; whatever is left over goes
      * against the customer's remaining items in invoice number order,
      * which is issue order, so the oldest item is relieved first.
      * The unapplied remainder is handed back in OiTxnAmount.
       RelieveOpenItems.
           MOVE OiTxnAmount TO RemainingAmount.
           IF OiInvoice NOT = ZEROS
               MOVE OiCustID TO OiIDNum
               MOVE OiInvoice TO OiInvoiceNum
               MOVE 'Y' TO ItemFoundFlag
               READ OpenItemFile
                   INVALID KEY MOVE 'N' TO ItemFoundFlag
               END-READ
               IF ItemFoundFlag = 'Y'
                   PERFORM RelieveOneItem
               ELSE
                   DISPLAY "OPENITEM: invoice " OiInvoice
                       " not on file for " OiCustID
                       " - applied oldest first"
               END-IF
           END-IF.
           MOVE OiCustID TO OiIDNum.
           MOVE ZEROS TO OiInvoiceNum.
           MOVE 'N' TO ItemEOFFlag.
           START OpenItemFile KEY IS NOT LESS THAN OpenItemKey
               INVALID KEY MOVE 'Y' TO ItemEOFFlag
           END-START.
           PERFORM UNTIL ItemEOFFlag = 'Y' OR RemainingAmount = ZEROS
               READ OpenItemFile NEXT RECORD
                   AT END MOVE 'Y' TO ItemEOFFlag
               END-READ
               IF ItemEOFFlag = 'N'
                   IF OiIDNum NOT = OiCustID
                       MOVE 'Y' TO ItemEOFFlag
                   ELSE
                       PERFORM RelieveOneItem
                   END-IF
               END-IF
           END-PERFORM.
           MOVE RemainingAmount TO OiTxnAmount.
       RelieveOneItem.
           IF OiItemOpen AND OiOpenAmount > ZEROS
                   AND RemainingAmount > ZEROS
               IF RemainingAmount < OiOpenAmount
                   MOVE RemainingAmount TO ApplyAmount
               ELSE
                   MOVE OiOpenAmount TO ApplyAmount
               END-IF
               SUBTRACT ApplyAmount FROM OiOpenAmount
               SUBTRACT ApplyAmount FROM RemainingAmount
               MOVE OiTxnDate TO OiLastDate
               IF OiOpenAmount = ZEROS
                   SET OiItemClosed TO TRUE
               END-IF
               REWRITE OpenItemData
                   INVALID KEY
                       DISPLAY "OPENITEM: invoice " OiInvoiceNum
                           " not updated"
                   NOT INVALID KEY
                       MOVE 'Y' TO OiResult
                       PERFORM WriteApplyRecord
               END-REWRITE
           END-IF.
       VoidOpenItem.
           MOVE OiCustID TO OiIDNum.
           MOVE OiInvoice TO OiInvoiceNum.
           MOVE ZEROS TO OiTxnAmount.
           MOVE 'Y' TO ItemFoundFlag.
           READ OpenItemFile
               INVALID KEY MOVE 'N' TO ItemFoundFlag
           END-READ.
           IF ItemFoundFlag = 'Y' AND NOT OiItemVoided
               MOVE OiOpenAmount TO OiTxnAmount
               MOVE OiOpenAmount TO ApplyAmount
               MOVE ZEROS TO OiOpenAmount
               MOVE OiTxnDate TO OiLastDate
               SET OiItemVoided TO TRUE
               REWRITE OpenItemData
                   INVALID KEY
                       DISPLAY "OPENITEM: invoice " OiInvoiceNum
                           " not updated"
                   NOT INVALID KEY
                       MOVE 'Y' TO OiResult
                       PERFORM WriteApplyRecord
               END-REWRITE
           END-IF.
      * A returned payment puts back what it relieved. The apply log
      * is read for the items the payment reference relieved, net of
      * any reopening already done under it, and each item is reopened
      * by that amount. The total reopened is handed back in
      * OiTxnAmount.
       ReopenOpenItems.
           MOVE 0 TO ReopenCount.
           CLOSE OiApplyFile.
           OPEN INPUT OiApplyFile.
           MOVE 'N' TO ItemEOFFlag.
           PERFORM UNTIL ItemEOFFlag = 'Y'
               READ OiApplyFile
                   AT END MOVE 'Y' TO ItemEOFFlag
               END-READ
               IF ItemEOFFlag = 'N'
                   IF OaIDNum = OiCustID AND OaRef = OiTxnRef
                           AND (OaType = "PAYMENT"
                               OR OaType = OiTxnType)
                       PERFORM NoteRelievedItem
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OiApplyFile.
           OPEN EXTEND OiApplyFile.
           MOVE ZEROS TO OiTxnAmount.
           PERFORM VARYING ReopenIdx FROM 1 BY 1
                   UNTIL ReopenIdx > ReopenCount
               IF RoAmount(ReopenIdx) > ZEROS
                   PERFORM ReopenOneItem
               END-IF
           END-PERFORM.
       NoteRelievedItem.
           MOVE 'N' TO ItemFoundFlag.
           MOVE 0 TO ReopenSlot.
           PERFORM VARYING ReopenIdx FROM 1 BY 1
                   UNTIL ReopenIdx > ReopenCount
               IF RoInvoice(ReopenIdx) = OaInvoiceNum
                   MOVE 'Y' TO ItemFoundFlag
                   MOVE ReopenIdx TO ReopenSlot
               END-IF
           END-PERFORM.
           IF ItemFoundFlag = 'N'
               IF ReopenCount < 50
                   ADD 1 TO ReopenCount
                   MOVE OaInvoiceNum TO RoInvoice(ReopenCount)
                   MOVE OaAmount TO RoAmount(ReopenCount)
               ELSE
                   DISPLAY "OPENITEM: too many items relieved by "
                       OiTxnRef " - invoice " OaInvoiceNum
                       " not reopened"
               END-IF
           ELSE
               ADD OaAmount TO RoAmount(ReopenSlot)
           END-IF.
       ReopenOneItem.
           MOVE OiCustID TO OiIDNum.
           MOVE RoInvoice(ReopenIdx) TO OiInvoiceNum.
           MOVE 'Y' TO ItemFoundFlag.
           READ OpenItemFile
               INVALID KEY MOVE 'N' TO ItemFoundFlag
           END-READ.
           IF ItemFoundFlag = 'Y' AND NOT OiItemVoided
               MOVE RoAmount(ReopenIdx) TO ApplyAmount
               ADD ApplyAmount TO OiOpenAmount
               MOVE OiTxnDate TO OiLastDate
               SET OiItemOpen TO TRUE
               REWRITE OpenItemData
                   INVALID KEY
                       DISPLAY "OPENITEM: invoice " OiInvoiceNum
                           " not updated"
                   NOT INVALID KEY
                       MOVE 'Y' TO OiResult
                       ADD ApplyAmount TO OiTxnAmount
                       COMPUTE ApplyAmount = 0 - ApplyAmount
                       PERFORM WriteApplyRecord
               END-REWRITE
           END-IF.
       WriteApplyRecord.
           MOVE OiIDNum TO OaIDNum.
           MOVE OiInvoiceNum TO OaInvoiceNum.
           MOVE OiTxnDate TO OaDate.
           MOVE OiTxnType TO OaType.
           MOVE OiTxnRef TO OaRef.
           MOVE ApplyAmount TO OaAmount.
           MOVE OiOpenAmount TO OaOpenAfter.
           WRITE OiApplyRecord.
