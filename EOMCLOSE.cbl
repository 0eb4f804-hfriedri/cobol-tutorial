              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
              SELECT OPTIONAL GLSuspFile ASSIGN TO "glsusp.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLSuspStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
               02  PostBalAfter       PIC S9(7)V99.
       FD  HistPostFile.
       01  HistPostRecord             PIC X(59).
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
       01  RunLogStatus               PIC XX.
       01  LockBusyFlag               PIC X.
       01  PostEOFFlag                PIC X VALUE 'N'.
       01  PostYYYYMM                 PIC 9(6).
       01  RolledCount                PIC 9(6) VALUE 0.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CheckGLAcknowledgments.
           IF GLUnackCount > 0 OR GLRejectOpenCount > 0
               DISPLAY "ERROR: GL batches outstanding - "
                   GLUnackCount " unacknowledged, "
                   GLRejectOpenCount " rejected and not cleared"
               DISPLAY "Month " CloseMonth
                   " not closed - run GLACK and GLSUSP first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WriteRunStart.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
                       " not removed from current file"
           END-DELETE.
           ADD 1 TO RolledCount.
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
