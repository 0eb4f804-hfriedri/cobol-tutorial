                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ContactKey.
              SELECT OPTIONAL EDelivFile ASSIGN TO "edeliv.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EdIDNum.
              SELECT CorrLogFile ASSIGN TO "corrlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CorrLogStatus.
               02  CtValue            PIC X(30).
               02  CtPreferred        PIC X.
                   88  ContactPreferred VALUE 'Y'.
       FD  EDelivFile.
       01  EDelivData.
               02  EdIDNum            PIC 9(6).
               02  EdOptIn            PIC X.
                   88  EdOptedIn      VALUE 'Y'.
                   88  EdPaper        VALUE 'N'.
               02  EdChangeDate       PIC 9(8).
               02  EdBounceDate       PIC 9(8).
               02  EdBounceCount      PIC 9(3).
       FD  CorrLogFile.
       01  CorrLogRecord.
               02  ClIDNum            PIC 9(6).
                   88  ClSent         VALUE SPACE.
                   88  ClDoNotMail    VALUE 'D'.
                   88  ClBadAddress   VALUE 'B'.
                   88  ClBounced      VALUE 'R'.
               02  ClChannel          PIC X.
                   88  ClByPost       VALUE SPACE.
                   88  ClByEmail      VALUE 'E'.
       FD  WatchListFile.
       01  WatchListRecord.
               02  WlLastName         PIC X(15).
       01  WorkContactValue           PIC X(30).
       01  FreeSeqNum                 PIC 9(2).
       01  ContactListedCount         PIC 9(2).
       01  EDelivFoundFlag            PIC X.
       01  OldOptIn                   PIC X.
       01  NewOptIn                   PIC X.
       01  EmailSeqNum                PIC 9(2).
       01  CorrLogStatus              PIC XX.
       01  CorrEOFFlag                PIC X.
       01  CorrListedCount            PIC 9(4).
           OPEN I-O TaxIDXrefFile.
           OPEN I-O BillCycleFile.
           OPEN I-O ContactFile.
           OPEN I-O EDelivFile.
           OPEN EXTEND AuditFile.
           OPEN EXTEND TransactionFile.
           PERFORM UNTIL StayOpen='N'
               CLOSE TaxIDXrefFile
               CLOSE BillCycleFile
               CLOSE ContactFile
               CLOSE EDelivFile
               CLOSE AuditFile
               IF LoggedCount > 0
                   MOVE SPACES TO TransRecord
               DISPLAY "2: Add Contact"
               DISPLAY "3: Delete Contact"
               DISPLAY "4: Set Preferred Contact"
               DISPLAY "5: E-Statement Delivery"
               DISPLAY "0: Done"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT ContactChoice
                   WHEN 2 PERFORM AddContact
                   WHEN 3 PERFORM DeleteContact
                   WHEN 4 PERFORM SetPreferredContact
                   WHEN 5 PERFORM SetEStatementDelivery
                   WHEN OTHER MOVE 'Y' TO ContactDoneFlag
               END-EVALUATE
           END-PERFORM.
                       END-IF
               END-READ
           END-PERFORM.
      * Statements go by e-mail only to a customer who has opted in
      * and whose preferred contact is an e-mail address; STMTGEN falls
      * back to paper otherwise, and a gateway bounce switches the
      * customer back to paper.
       SetEStatementDelivery.
           MOVE IDNum TO EdIDNum.
           MOVE 'Y' TO EDelivFoundFlag.
           READ EDelivFile
               INVALID KEY MOVE 'N' TO EDelivFoundFlag
           END-READ.
           IF EDelivFoundFlag = 'Y' AND EdOptedIn
               MOVE 'Y' TO OldOptIn
               DISPLAY "Statements Currently Sent By E-Mail"
           ELSE
               MOVE 'N' TO OldOptIn
               DISPLAY "Statements Currently Sent By Post"
           END-IF.
           IF EDelivFoundFlag = 'Y' AND EdBounceCount > 0
               DISPLAY "E-Mail Bounces : " EdBounceCount
                   " Last On " EdBounceDate
           END-IF.
           DISPLAY "Send Statements By E-Mail (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT NewOptIn.
           IF NewOptIn = 'y'
               MOVE 'Y' TO NewOptIn
           END-IF.
           IF NewOptIn NOT = 'Y'
               MOVE 'N' TO NewOptIn
           END-IF.
           IF NewOptIn = 'Y'
               PERFORM FindPreferredEmail
           END-IF.
           EVALUATE TRUE
               WHEN NewOptIn = OldOptIn
                   DISPLAY "No Change"
               WHEN NewOptIn = 'Y' AND EmailSeqNum = 0
                   DISPLAY "Preferred Contact Must Be an E-Mail "
                       "Address - Not Changed"
               WHEN OTHER
                   PERFORM SaveEStatementDelivery
           END-EVALUATE.
       FindPreferredEmail.
           MOVE 0 TO EmailSeqNum.
           PERFORM VARYING ScanSeqNum FROM 1 BY 1
                   UNTIL ScanSeqNum > 20
               MOVE IDNum TO CtIDNum
               MOVE ScanSeqNum TO CtSeqNum
               READ ContactFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ContactPreferred AND ContactEmail
                           MOVE ScanSeqNum TO EmailSeqNum
                       END-IF
               END-READ
           END-PERFORM.
       SaveEStatementDelivery.
           MOVE NewOptIn TO EdOptIn.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EdChangeDate.
           IF EDelivFoundFlag = 'Y'
               REWRITE EDelivData
                   INVALID KEY MOVE 'N' TO EDelivFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO EDelivFoundFlag
               END-REWRITE
           ELSE
               MOVE IDNum TO EdIDNum
               MOVE ZEROS TO EdBounceDate
               MOVE 0 TO EdBounceCount
               WRITE EDelivData
                   INVALID KEY MOVE 'N' TO EDelivFoundFlag
                   NOT INVALID KEY MOVE 'Y' TO EDelivFoundFlag
               END-WRITE
           END-IF.
           IF EDelivFoundFlag = 'N'
               DISPLAY "Delivery Preference Not Updated"
           ELSE
               DISPLAY "Delivery Preference Updated"
               MOVE "EDELIV" TO AuditOperation
               MOVE IDNum TO AuditIDNum
               MOVE OldOptIn TO AuditBeforeFirstName
               MOVE SPACES TO AuditBeforeLastName
               MOVE NewOptIn TO AuditAfterFirstName
               MOVE SPACES TO AuditAfterLastName
               MOVE "E-statement delivery" TO AuditReasonCode
               MOVE Balance TO AuditBeforeAmount
               MOVE Balance TO AuditAfterAmount
               PERFORM WriteAuditRecord
           END-IF.
       WriteContactAudit.
           MOVE "UPDCONT" TO AuditOperation.
           MOVE IDNum TO AuditIDNum.
               CLOSE TaxIDXrefFile
               CLOSE BillCycleFile
               CLOSE ContactFile
               CLOSE EDelivFile
               CLOSE AuditFile
               CLOSE TransactionFile
               OPEN I-O CustomerFile
               OPEN I-O TaxIDXrefFile
               OPEN I-O BillCycleFile
               OPEN I-O ContactFile
               OPEN I-O EDelivFile
               OPEN EXTEND AuditFile
               OPEN EXTEND TransactionFile
               MOVE 0 TO TxnCount
                       WHEN ClBadAddress
                           DISPLAY ClDate " " ClDocType " "
                               ClRef " SUPPRESSED BAD ADDRESS"
                       WHEN ClBounced
                           DISPLAY ClDate " " ClDocType " "
                               ClRef " E-MAIL BOUNCED"
                       WHEN ClByEmail
                           DISPLAY ClDate " " ClDocType " "
                               ClRef " SENT BY E-MAIL"
                       WHEN OTHER
                           DISPLAY ClDate " " ClDocType " "
                               ClRef " SENT"
