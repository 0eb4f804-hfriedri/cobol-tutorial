       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPSUM.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DisputeKey.
       DATA DIVISION.
       FILE SECTION.
       FD  DisputeFile.
       01  DisputeData.
               02  DisputeKey.
                   03  DsIDNum        PIC 9(6).
                   03  DsSeqNum       PIC 9(3).
               02  DsAmount           PIC 9(7)V99.
               02  DsInvoiceNum       PIC 9(6).
               02  DsRef              PIC X(10).
               02  DsReason           PIC XX.
                   88  DsReasonValid  VALUES "PR", "QT", "DG", "NR",
                                             "BL", "OT".
               02  DsOpenDate         PIC 9(8).
               02  DsCloseDate        PIC 9(8).
               02  DsStatus           PIC X.
                   88  DsOpen         VALUE 'O'.
                   88  DsClosed       VALUE 'C'.
               02  DsOutcome          PIC X.
                   88  DsNoOutcome    VALUE SPACE.
                   88  DsCredited     VALUE 'C'.
                   88  DsUpheld       VALUE 'U'.
               02  DsCreditAmount     PIC 9(7)V99.
               02  DsOperator         PIC X(8).
       WORKING-STORAGE SECTION.
       01  DisputeEOFFlag             PIC X.
       LINKAGE SECTION.
       01  DspCustID                  PIC 9(6).
       01  DspInvoice                 PIC 9(6).
       01  DspOpenAmount              PIC 9(7)V99.
      * Returns the amount a customer has in open dispute. With an
      * invoice number only the disputes raised against that invoice
      * are counted; with zeros every open dispute is.
       PROCEDURE DIVISION USING DspCustID, DspInvoice, DspOpenAmount.
       DisputeSumMain.
           MOVE ZEROS TO DspOpenAmount.
           OPEN INPUT DisputeFile.
           MOVE DspCustID TO DsIDNum.
           MOVE ZEROS TO DsSeqNum.
           MOVE 'N' TO DisputeEOFFlag.
           START DisputeFile KEY IS NOT LESS THAN DisputeKey
               INVALID KEY MOVE 'Y' TO DisputeEOFFlag
           END-START.
           PERFORM UNTIL DisputeEOFFlag = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO DisputeEOFFlag
               END-READ
               IF DisputeEOFFlag = 'N'
                   IF DsIDNum NOT = DspCustID
                       MOVE 'Y' TO DisputeEOFFlag
                   ELSE
                       IF DsOpen AND (DspInvoice = ZEROS
                               OR DsInvoiceNum = DspInvoice)
                           ADD DsAmount TO DspOpenAmount
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DisputeFile.
           GOBACK.
