               02  RegApplyDate           PIC X(8).
               02  RegAppliedCount        PIC 9(6).
               02  RegNetAmount           PIC S9(11)V99.
               02  RegEntryType           PIC X.
                   88  RegApplied         VALUE SPACE.
                   88  RegBackedOut       VALUE 'B'.
               02  RegFirstAuditSeq       PIC 9(9).
               02  RegLastAuditSeq        PIC 9(9).
               02  RegFirstPostSeq        PIC 9(9).
               02  RegLastPostSeq         PIC 9(9).
       FD  TxnArchFile.
       01  TxnArchData                PIC X(142).
       FD  TaxIDXrefFile.
       01  BatchID                    PIC X(14).
       01  BatchStartBalance          PIC S9(11)V99 VALUE ZEROS.
       01  BatchStartApplied          PIC 9(5) VALUE 0.
       01  BatchFirstAuditSeq         PIC 9(9).
       01  BatchFirstPostSeq          PIC 9(9).
       01  LastAuditSeqUsed           PIC 9(9).
       01  NextPostSeqFree            PIC 9(9).
       01  PriorRecStatus             PIC X.
       01  HeaderSeenFlag             PIC X VALUE 'N'.
       01  SkipBatchFlag              PIC X VALUE 'N'.
       01  AlreadyAppliedFlag         PIC X.
                   MOVE 0 TO DetailCount
                   MOVE CtlTotalBalance TO BatchStartBalance
                   MOVE AppliedCount TO BatchStartApplied
                   PERFORM ReadSequenceMarks
                   COMPUTE BatchFirstAuditSeq = LastAuditSeqUsed + 1
                   MOVE NextPostSeqFree TO BatchFirstPostSeq
                   PERFORM CheckBatchRegister
                   IF AlreadyAppliedFlag = 'Y'
                       MOVE 'Y' TO SkipBatchFlag
           OPEN INPUT TxnRegFile.
           IF RegFileStatus = "00"
               PERFORM UNTIL RegEOFFlag = 'Y'
                   READ TxnRegFile
                       AT END MOVE 'Y' TO RegEOFFlag
                   END-READ
                   IF RegEOFFlag = 'N' AND RegBatchID = BatchID
                       IF RegBackedOut
                           MOVE 'N' TO AlreadyAppliedFlag
                       ELSE
                           MOVE 'Y' TO AlreadyAppliedFlag
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TxnRegFile
               AppliedCount - BatchStartApplied.
           COMPUTE RegNetAmount =
               CtlTotalBalance - BatchStartBalance.
           PERFORM ReadSequenceMarks.
           SET RegApplied TO TRUE.
           MOVE BatchFirstAuditSeq TO RegFirstAuditSeq.
           MOVE LastAuditSeqUsed TO RegLastAuditSeq.
           MOVE BatchFirstPostSeq TO RegFirstPostSeq.
           COMPUTE RegLastPostSeq = NextPostSeqFree - 1.
           WRITE RegRecord.
           CLOSE TxnRegFile.
      * The audit and posting sequence ranges a batch used are kept
      * in the register so that TXNBACK can find what it changed.
       ReadSequenceMarks.
           MOVE ZEROS TO LastAuditSeqUsed.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus = "00"
               READ AuditChainFile
                   AT END CONTINUE
                   NOT AT END MOVE AcLastSeq TO LastAuditSeqUsed
               END-READ
               CLOSE AuditChainFile
           END-IF.
           MOVE ZEROS TO PsNextSeq.
           OPEN INPUT PostSeqFile.
           IF PostSeqStatus = "00"
               READ PostSeqFile
                   AT END CONTINUE
               END-READ
               CLOSE PostSeqFile
           END-IF.
           IF PsNextSeq = ZEROS
               MOVE 1 TO PsNextSeq
           END-IF.
           MOVE PsNextSeq TO NextPostSeqFree.
       ArchiveAppliedLog.
           MOVE 'N' TO ArchEOFFlag.
           OPEN INPUT TransactionFile.
               MOVE "Key does not exist" TO RejectReason
               PERFORM WriteReject
           ELSE
               MOVE RecStatus TO PriorRecStatus
               SET RecordDeleted TO TRUE
               REWRITE CustomerData
                   INVALID KEY
                       MOVE FirstName TO AuditAfterFirstName
                       MOVE LastName TO AuditAfterLastName
                       MOVE SPACES TO AuditReasonCode
                       STRING "PRIOR STATUS " PriorRecStatus
                           DELIMITED BY SIZE INTO AuditReasonCode
                       END-STRING
                       MOVE Balance TO AuditBeforeAmount
                       MOVE Balance TO AuditAfterAmount
                       PERFORM WriteAuditRecord
