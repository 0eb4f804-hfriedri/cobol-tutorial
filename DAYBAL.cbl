                  FILE STATUS IS ProcDateStatus.
              SELECT ProofFile ASSIGN TO "daybal.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
              SELECT OPTIONAL GLSuspFile ASSIGN TO "glsusp.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLSuspStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  TxnRegFile.
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
       FD  PostingFile.
       01  PostRecord.
               02  PostKey.
               02  ProcDate           PIC 9(8).
       FD  ProofFile.
       01  ProofLine                  PIC X(90).
      * One line per batch sent on glifc.dat, identified by the header
      * run date and source system, with the GL's acknowledgment.
       FD  GLBatchFile.
       01  GLBatchRecord.
               02  GbBatchDate        PIC X(8).
               02  GbSource           PIC X(10).
               02  GbSentDate         PIC 9(8).
               02  GbRecCount         PIC 9(5).
               02  GbHashTotal        PIC 9(11)V99.
               02  GbAckStatus        PIC X.
                   88  GbUnacknowledged VALUE SPACE.
                   88  GbAccepted     VALUE 'A'.
                   88  GbPartRejected VALUE 'P'.
                   88  GbRejected     VALUE 'R'.
                   88  GbCleared      VALUE 'X'.
               02  GbAckDate          PIC 9(8).
               02  GbRejectCount      PIC 9(5).
      * GL lines rejected by the ledger, held until finance corrects
      * the account and GLPOST sends them again. Mode P lines came from
      * a partly rejected batch and sit in the GL's rejection suspense
      * account; mode R lines belong to a batch rejected outright.
       FD  GLSuspFile.
       01  GLSuspRecord.
               02  SpBatchDate        PIC X(8).
               02  SpSource           PIC X(10).
               02  SpLineNum          PIC 9(5).
               02  SpAccount          PIC X(8).
               02  SpDrCr             PIC X.
               02  SpAmount           PIC 9(9)V99.
               02  SpReason           PIC X(30).
               02  SpMode             PIC X.
                   88  SpPartReject   VALUE 'P'.
                   88  SpBatchReject  VALUE 'R'.
               02  SpStatus           PIC X.
                   88  SpHeld         VALUE 'H'.
                   88  SpCorrected    VALUE 'C'.
                   88  SpResent       VALUE 'S'.
                   88  SpWrittenOff   VALUE 'X'.
               02  SpNewAccount       PIC X(8).
               02  SpHeldDate         PIC 9(8).
               02  SpCorrOperator     PIC X(8).
               02  SpResentDate       PIC 9(8).
               02  SpBatchLines       PIC 9(5).
       WORKING-STORAGE SECTION.
       01  RegFileStatus              PIC XX.
       01  PostFileStatus             PIC XX.
       01  GLDebitTotal               PIC 9(11)V99 VALUE ZEROS.
       01  GLCreditTotal              PIC 9(11)V99 VALUE ZEROS.
       01  GLHashComputed             PIC 9(11)V99 VALUE ZEROS.
       01  GLBatchesSeen              PIC 9(4) VALUE 0.
       01  GLBatchOpen                PIC X VALUE 'N'.
       01  GLBatchDetails             PIC 9(5) VALUE 0.
       01  GLBatchHash                PIC 9(11)V99 VALUE ZEROS.
       01  GLMissingTrailers          PIC 9(4) VALUE 0.
       01  GLBadTrailers              PIC 9(4) VALUE 0.
       01  GLAckOutstanding           PIC X VALUE 'N'.
       01  OpeningBalance             PIC S9(11)V99 VALUE ZEROS.
       01  OpeningKnownFlag           PIC X VALUE 'N'.
       01  ClosingBalance             PIC S9(11)V99 VALUE ZEROS.
       01  MovementDiff               PIC S9(11)V99 VALUE ZEROS.
       01  OutOfBalanceFlag           PIC X VALUE 'N'.
       01  ReportAmount               PIC ZZZZZZZZZZ9.99-.
       01  GLBatchStatus              PIC XX.
       01  GLSuspStatus               PIC XX.
       01  GLCheckEOF                 PIC X.
       01  GLUnackCount               PIC 9(4) VALUE 0.
       01  GLRejectOpenCount          PIC 9(4) VALUE 0.
       01  GLBatchKey                 PIC X(18).
       01  GLBatchLines               PIC 9(5).
       01  GLBatchOpenLines           PIC 9(5).
       01  GLSuspIdx                  PIC 9(4).
       01  GLSuspTable.
               02  GLSuspCount        PIC 9(4) VALUE 0.
               02  GLSuspEntry        OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON GLSuspCount.
                   03  GstBatchKey    PIC X(18).
                   03  GstOpen        PIC X.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           PERFORM SumTxnRegister.
           PERFORM SumDayPostings.
           PERFORM SumGLInterface.
           PERFORM CheckGLAcknowledgments.
           PERFORM LoadBalances.
           PERFORM WriteProofReport.
           PERFORM SaveBalanceSnapshot.
               DISPLAY "*** ONE OR MORE LEGS OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF GLAckOutstanding = 'Y'
                   DISPLAY "All Legs In Balance - Day Not Clean, "
                       "GL Batches Outstanding"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "All Legs In Balance"
               END-IF
           END-IF
           DISPLAY "Proof Written to daybal.lst"
           DISPLAY "END OF BALANCING PROOF".
           IF PostFileStatus = "00" OR PostFileStatus = "10"
               CLOSE PostingFile
           END-IF.
      * glifc.dat can carry more than one batch (the nightly postings,
      * resent GL corrections, the month-end revaluation), each with
      * its own header and trailer, so every trailer is proved against
      * the details of its own batch.
       SumGLInterface.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT GLFile.
               END-READ
               IF EndOfFileFlag = 'N'
                   EVALUATE TRUE
                       WHEN GLIsHeader
                           PERFORM StartGLBatch
                       WHEN GLIsDetail
                           IF GLBatchOpen = 'N'
                               PERFORM StartGLBatch
                           END-IF
                           ADD 1 TO GLDetailCount
                           ADD GLAmount TO GLHashComputed
                           ADD 1 TO GLBatchDetails
                           ADD GLAmount TO GLBatchHash
                           IF GLDrCr = 'D'
                               ADD GLAmount TO GLDebitTotal
                           ELSE
                               ADD GLAmount TO GLCreditTotal
                           END-IF
                       WHEN GLIsTrailer
                           IF GLTrlRecCount NOT = GLBatchDetails
                                   OR GLTrlHashTotal NOT = GLBatchHash
                               ADD 1 TO GLBadTrailers
                           END-IF
                           MOVE 'N' TO GLBatchOpen
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF GLBatchOpen = 'Y'
               ADD 1 TO GLMissingTrailers
           END-IF.
           IF GLFileStatus = "00" OR GLFileStatus = "10"
               CLOSE GLFile
           END-IF.
       StartGLBatch.
           IF GLBatchOpen = 'Y'
               ADD 1 TO GLMissingTrailers
           END-IF.
           ADD 1 TO GLBatchesSeen.
           MOVE 'Y' TO GLBatchOpen.
           MOVE 0 TO GLBatchDetails.
           MOVE ZEROS TO GLBatchHash.
       LoadBalances.
           OPEN INPUT ControlTotalsFile.
           IF CtlFileStatus = "00"
           WRITE ProofLine.
           MOVE GLHashComputed TO ReportAmount.
           MOVE SPACES TO ProofLine.
           STRING "GL INTERFACE  Batches " GLBatchesSeen
               " Details " GLDetailCount
               " Hash " ReportAmount
               DELIMITED BY SIZE INTO ProofLine
           END-STRING.
           WRITE ProofLine.
           IF GLBatchesSeen = 0
               MOVE "  *** GL TRAILER MISSING ***" TO ProofLine
               WRITE ProofLine
               MOVE 'Y' TO OutOfBalanceFlag
           END-IF.
           IF GLMissingTrailers > 0
               MOVE SPACES TO ProofLine
               STRING "  *** GL TRAILER MISSING ON "
                   GLMissingTrailers " BATCH(ES) ***"
                   DELIMITED BY SIZE INTO ProofLine
               END-STRING
               WRITE ProofLine
               MOVE 'Y' TO OutOfBalanceFlag
           END-IF.
           IF GLBadTrailers > 0
               MOVE SPACES TO ProofLine
               STRING "  *** GL TRAILER DOES NOT MATCH "
                   "DETAILS ON " GLBadTrailers " BATCH(ES) ***"
                   DELIMITED BY SIZE INTO ProofLine
               END-STRING
               WRITE ProofLine
               MOVE 'Y' TO OutOfBalanceFlag
           END-IF.
           IF GLBatchesSeen > 0 AND GLMissingTrailers = 0
                   AND GLBadTrailers = 0
               MOVE "  GL Trailers Agree With Details"
                   TO ProofLine
               WRITE ProofLine
           END-IF.
           IF GLDebitTotal NOT = GLCreditTotal
               MOVE "  *** GL DEBITS DO NOT EQUAL CREDITS ***"
               MOVE "  GL Debits Equal Credits" TO ProofLine
               WRITE ProofLine
           END-IF.
           MOVE SPACES TO ProofLine.
           STRING "GL ACK        Unacknowledged " GLUnackCount
               " Rejected Open " GLRejectOpenCount
               DELIMITED BY SIZE INTO ProofLine
           END-STRING.
           WRITE ProofLine.
           IF GLUnackCount > 0 OR GLRejectOpenCount > 0
               MOVE SPACES TO ProofLine
               STRING "  *** DAY NOT CLEAN - GL BATCHES AWAITING "
                   "ACKNOWLEDGMENT OR CORRECTION ***"
                   DELIMITED BY SIZE INTO ProofLine
               END-STRING
               WRITE ProofLine
               MOVE 'Y' TO GLAckOutstanding
           ELSE
               MOVE "  All Prior GL Batches Acknowledged and Clear"
                   TO ProofLine
               WRITE ProofLine
           END-IF.
           MOVE OpeningBalance TO ReportAmount.
           MOVE SPACES TO ProofLine.
           STRING "CONTROL       Opening " ReportAmount
               END-IF
           END-IF.
           CLOSE ProofFile.
      * A GL batch is outstanding while it is unacknowledged after the
      * day it was sent, or rejected with lines still held in glsusp.dat
      * (or none held at all) and not cleared through GLSUSP.
       CheckGLAcknowledgments.
           MOVE 0 TO GLSuspCount.
           MOVE 0 TO GLUnackCount.
           MOVE 0 TO GLRejectOpenCount.
           MOVE 'N' TO GLCheckEOF.
           OPEN INPUT GLSuspFile.
           IF GLSuspStatus NOT = "00"
               MOVE 'Y' TO GLCheckEOF
           END-IF.
           PERFORM UNTIL GLCheckEOF = 'Y'
               READ GLSuspFile
                   AT END MOVE 'Y' TO GLCheckEOF
               END-READ
               IF GLCheckEOF = 'N' AND GLSuspCount < 5000
                   ADD 1 TO GLSuspCount
                   MOVE SpBatchDate TO GstBatchKey(GLSuspCount)(1:8)
                   MOVE SpSource TO GstBatchKey(GLSuspCount)(9:10)
                   IF SpHeld OR SpCorrected
                       MOVE 'Y' TO GstOpen(GLSuspCount)
                   ELSE
                       MOVE 'N' TO GstOpen(GLSuspCount)
                   END-IF
               END-IF
           END-PERFORM.
           IF GLSuspStatus = "00" OR GLSuspStatus = "05"
                   OR GLSuspStatus = "10"
               CLOSE GLSuspFile
           END-IF.
           MOVE 'N' TO GLCheckEOF.
           OPEN INPUT GLBatchFile.
           IF GLBatchStatus NOT = "00"
               MOVE 'Y' TO GLCheckEOF
           END-IF.
           PERFORM UNTIL GLCheckEOF = 'Y'
               READ GLBatchFile
                   AT END MOVE 'Y' TO GLCheckEOF
               END-READ
               IF GLCheckEOF = 'N'
                   EVALUATE TRUE
                       WHEN GbUnacknowledged
                           IF GbBatchDate < BusinessDate
                               ADD 1 TO GLUnackCount
                           END-IF
                       WHEN GbPartRejected OR GbRejected
                           PERFORM CountHeldGLLines
                           IF GLBatchLines = 0 OR GLBatchOpenLines > 0
                               ADD 1 TO GLRejectOpenCount
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF GLBatchStatus = "00" OR GLBatchStatus = "05"
                   OR GLBatchStatus = "10"
               CLOSE GLBatchFile
           END-IF.
       CountHeldGLLines.
           MOVE GbBatchDate TO GLBatchKey(1:8).
           MOVE GbSource TO GLBatchKey(9:10).
           MOVE 0 TO GLBatchLines.
           MOVE 0 TO GLBatchOpenLines.
           PERFORM VARYING GLSuspIdx FROM 1 BY 1
                   UNTIL GLSuspIdx > GLSuspCount
               IF GstBatchKey(GLSuspIdx) = GLBatchKey
                   ADD 1 TO GLBatchLines
                   IF GstOpen(GLSuspIdx) = 'Y'
                       ADD 1 TO GLBatchOpenLines
                   END-IF
               END-IF
           END-PERFORM.
